      *            sobrelotacao da 5B em setembro nao se repete).
      *            A alteracao regrava o ficheiro pelo de trabalho
      *            TURMAS.TMP, como o PROGTABELA faz com as tabelas.
      * 15/10/26 - Quando a alteracao muda a capacidade, os lugares
      *            que ficarem livres sao oferecidos aos candidatos
      *            da lista de espera da turma (sub-rotina
      *            PROGOFERTA, que emite as cartas aos encarregados).
      *            O ano letivo vem de CONTROLE.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTURMA.
           SELECT TRABALHO ASSIGN TO "TURMAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT CONTROLE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS.
       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(40).

       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.

       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DSIS-ANO              PIC X(04).
           03 WS-DSIS-MES              PIC X(02).
           03 WS-DSIS-DIA              PIC X(02).

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-NIVEL                 PIC X(02) VALUE SPACES.
       01 WS-CAPACIDADE            PIC 9(03) VALUE ZEROS.
       01 WS-CAPACIDADE-TX         PIC X(03) VALUE SPACES.
       01 WS-CAPACIDADE-ANTES      PIC 9(03) VALUE ZEROS.

       01 WS-TURMA-ACHADA          PIC X VALUE 'N'.
           88 WS-TURMA-EXISTE             VALUE 'S'.

       01 WS-CONT-LISTADAS         PIC 9(03) VALUE ZEROS.

       01 WS-IND-OFERTA            PIC X VALUE 'N'.
           88 WS-OFERTA-FALHOU            VALUE 'S'.

       01 OFERTA-PARAMETRES.
           02 OFE-TURMA                PIC X(05).
           02 OFE-ANO-LETIVO           PIC 9(04).
           02 OFE-CONT-OFERTAS         PIC 9(03).
           02 OFE-RESULTADO            PIC X(01).
               88 OFE-OK                      VALUE 'S'.
               88 OFE-SEM-LISTA               VALUE 'F'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               MOVE TUR-DESCRICAO     TO WS-DESCRICAO
               MOVE TUR-NIVEL-ENSINO  TO WS-NIVEL
               MOVE TUR-CAPACIDADE    TO WS-CAPACIDADE
               MOVE TUR-CAPACIDADE    TO WS-CAPACIDADE-ANTES

               PERFORM PEDE-ALTERACOES
               PERFORM REGRAVA-TURMAS
               DISPLAY "TURMA " WS-TURMA " ATUALIZADA."

               IF WS-CAPACIDADE NOT = WS-CAPACIDADE-ANTES
                   PERFORM OFERECE-VAGAS
               END-IF
           END-IF.

      * Capacidade mudada: os lugares livres passam aos candidatos
      * seguintes da lista de espera (PROGOFERTA).
       OFERECE-VAGAS.

           PERFORM LE-CONTROLE

           MOVE WS-TURMA       TO OFE-TURMA
           MOVE CTL-ANO-LETIVO TO OFE-ANO-LETIVO
           MOVE 'N' TO WS-IND-OFERTA
           CALL 'PROGOFERTA' USING OFERTA-PARAMETRES
               ON EXCEPTION
                   SET WS-OFERTA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-OFERTA-FALHOU AND OFE-OK
              AND OFE-CONT-OFERTAS > ZERO
               DISPLAY "VAGAS OFERECIDAS A LISTA DE ESPERA: "
                       OFE-CONT-OFERTAS " (CARTAS EM CARTAS.DAT)."
           END-IF.

      * O ano letivo corrente vem de CONTROLE.DAT; sem ele vale o
      * ano da data do sistema, recuando um ano antes de setembro.
       LE-CONTROLE.

           MOVE SPACES TO CTL-REGISTO-GERAL
           MOVE ZEROS  TO CTL-ANO-LETIVO

           OPEN INPUT CONTROLE
           IF WS-FS-CONTROLE = "00"
               READ CONTROLE
               IF WS-FS-CONTROLE = "00"
                   MOVE FD-CTL-REGISTO TO CTL-REGISTO-GERAL
               END-IF
               CLOSE CONTROLE
           END-IF

           IF CTL-ANO-LETIVO NOT NUMERIC
               MOVE ZEROS TO CTL-ANO-LETIVO
           END-IF
           IF CTL-ANO-LETIVO = ZEROS
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DSIS-ANO TO CTL-ANO-LETIVO
               IF WS-DSIS-MES < "09"
                   SUBTRACT 1 FROM CTL-ANO-LETIVO
               END-IF
           END-IF.

       PEDE-ALTERACOES.
