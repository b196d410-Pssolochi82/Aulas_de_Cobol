      * 22/08/26 - Passa a correr como passo do PROGJOB: termina com
      *            GOBACK e o codigo em RETURN-CODE, para o aviso
      *            chegar de facto ao job de fim de dia.
      * 15/10/26 - Os pedidos de revisao de nota ainda pendentes
      *            (REVISOES.DAT, PROGREVISAO) entram no vigia com a
      *            sua data-limite de decisao, pelo que os que estao
      *            a 7 dias ou menos dao o mesmo aviso. A tabela de
      *            prazos passou de 30 para 100 entradas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRAZOS.
           SELECT PRAZOS   ASSIGN TO "PRAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRAZOS.
           SELECT REVISOES ASSIGN TO "REVISOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMERO
               FILE STATUS IS WS-FS-REVISOES.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE.
           03 FD-PRZ-DESCRICAO         PIC X(30).
           03 FD-PRZ-DATA              PIC 9(08).

       FD  REVISOES.
       COPY "REVREG.cpy" REPLACING NIVEL-REV BY 01
                                   CAMPO-REV-REG BY FD-REVISAO-REG.

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".
       COPY "RETCOD.cpy".

       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRAZOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-REVISOES           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
           03 WS-DN-MES                PIC X(02).
           03 WS-DN-DIA                PIC X(02).

       01 WS-PRZ-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-PRZ-MAX               PIC 9(03) VALUE 100.
       01 WS-PRZ-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-PRZ-IDX2              PIC 9(03) VALUE ZEROS.
       01 WS-PRZ-LIMITE            PIC 9(03) VALUE ZEROS.
       01 WS-PRZ-TAB OCCURS 100 TIMES.
           03 WS-PRZ-DESCRICAO         PIC X(30).
           03 WS-PRZ-DATA              PIC 9(08).
           03 WS-PRZ-DIAS              PIC S9(05).
           03 WS-PT-DIAS               PIC S9(05).

       01 WS-DIAS-EDIT             PIC -(04)9.
       01 WS-CONT-URGENTES         PIC 9(03) VALUE ZEROS.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.

           PERFORM CARREGA-CONTROLE
           PERFORM CARREGA-PRAZOS
           PERFORM CARREGA-REVISOES

           IF WS-PRZ-CONT = ZERO
               DISPLAY "SEM PRAZOS CONFIGURADOS."

           PERFORM LE-PRAZO.

      * So os pedidos de revisao pendentes tem prazo a vigiar; sem
      * REVISOES.DAT nao ha nada a juntar.
       CARREGA-REVISOES.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT REVISOES
           IF WS-FS-REVISOES = "00"
               PERFORM LE-REVISAO
               PERFORM GUARDA-REVISAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE REVISOES
           END-IF.

       LE-REVISAO.

           READ REVISOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-REVISAO.

           IF REV-PENDENTE AND REV-DATA-LIMITE > ZEROS
               IF WS-PRZ-CONT < WS-PRZ-MAX
                   ADD 1 TO WS-PRZ-CONT
                   MOVE SPACES TO WS-PRZ-DESCRICAO (WS-PRZ-CONT)
                   STRING "REVISAO " REV-NUMERO " ALUNO "
                          REV-ALUNO-NUM
                       DELIMITED BY SIZE
                       INTO WS-PRZ-DESCRICAO (WS-PRZ-CONT)
                   END-STRING
                   MOVE REV-DATA-LIMITE TO WS-PRZ-DATA (WS-PRZ-CONT)
               ELSE
                   DISPLAY "AVISO: LIMITE DE PRAZOS DO VIGIA "
                           "ATINGIDO."
               END-IF
           END-IF

           PERFORM LE-REVISAO.

       CALCULA-DIAS.

           MOVE 'D' TO DT-FUNCAO
