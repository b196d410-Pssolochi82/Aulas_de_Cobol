      *            levado a G1 antiga e o conjunto ficava
      *            incompleto, o PROGRESTORE recusava-o todo e o
      *            PROGVERIFICA avisava todas as noites.
      * 15/10/26 - Cada membro G1 abre com um registo de cabecalho
      *            (VERREG.cpy) com a versao de layout do ficheiro
      *            (LAYOUTTB.cpy), o comprimento do registo e a data;
      *            a conferencia exige-o e nao o conta. O catalogo
      *            ganha uma linha por membro, com os registos e a
      *            versao, antes da linha CONJUNTO. A rotacao copia
      *            os membros tal como estao, cabecalho incluido.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados). O registo nao muda, so
      *            os indices: a copia feita pela versao anterior e
      *            reposta por esta (PROGRESTORE) recria os ficheiros ja
      *            com as novas chaves.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBACKUP.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-INDEXADO.
           SELECT PAGAMENTOS     ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-INDEXADO.
           SELECT PRESTACOES     ASSIGN TO "PRESTACOES.DAT"
               ORGANIZATION IS INDEXED
                                     CAMPO-PRE-REG BY FD-PRESTA-REG.

       FD  CATALOGO.
       01  FD-CATALOGO-REG             PIC X(47).

       FD  JORNAL.
       01  FD-JORNAL-REG               PIC X(137).
       01 WS-MST-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-BASE-CORRENTE         PIC X(10) VALUE SPACES.

      * Registos e versao de cada membro, para o catalogo.
       01 WS-MEMBROS-TAB.
           03 WS-MEMBRO OCCURS 8 TIMES.
               05 WS-MBR-REGISTOS      PIC 9(06).
               05 WS-MBR-VERSAO        PIC 9(02).

       COPY "LAYOUTTB.cpy".

       01 WS-LAY-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-VERSAO-ATUAL          PIC 9(02) VALUE ZEROS.
       01 WS-COMPRIMENTO-ATUAL     PIC 9(04) VALUE ZEROS.

       COPY "VERREG.cpy" REPLACING NIVEL-VER BY 01
                                   CAMPO-VER-REG BY WS-CABECALHO-REG.

       01 WS-CABECALHO-LIDO        PIC X VALUE 'N'.
           88 WS-CABECALHO-PRESENTE       VALUE 'S'.
       01 WS-GRAVA-CABECALHO       PIC X VALUE 'N'.
           88 WS-COM-CABECALHO            VALUE 'S'.

       01 WS-COPIA-CONT            PIC 9(06) VALUE ZEROS.
       01 WS-VERIFICA-CONT         PIC 9(06) VALUE ZEROS.
       01 WS-COPIA-FEITA           PIC X VALUE 'N'.
           03 WS-CAT-GERACAO           PIC X(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CAT-REGISTOS          PIC 9(06).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CAT-VERSAO            PIC X(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       SALVAGUARDA-MESTRE.

           MOVE WS-MST-BASE (WS-MST-IDX) TO WS-BASE-CORRENTE
           PERFORM PROCURA-VERSAO-ATUAL
           MOVE WS-VERSAO-ATUAL TO WS-MBR-VERSAO (WS-MST-IDX)
           MOVE ZEROS TO WS-MBR-REGISTOS (WS-MST-IDX)

           DISPLAY " "
           DISPLAY "A SALVAGUARDAR " WS-MST-VIVO (WS-MST-IDX) "..."

           MOVE 'N' TO WS-GRAVA-CABECALHO
           PERFORM ROLA-GERACOES
           SET WS-COM-CABECALHO TO TRUE
           PERFORM COPIA-VIVO-PARA-G1

           IF WS-COPIA-PRODUZIDA
                   INTO WS-NOME-SAIDA
               END-STRING
               OPEN OUTPUT GERACAO-SAIDA
               PERFORM GRAVA-CABECALHO
               CLOSE GERACAO-SAIDA
               DISPLAY "  " WS-MST-VIVO (WS-MST-IDX)
                       " AUSENTE - MEMBRO VAZIO NO CONJUNTO."
           END-IF.

      * A versao atual do ficheiro e a sua ultima entrada em
      * LAYOUTTB.cpy.
       PROCURA-VERSAO-ATUAL.

           MOVE ZEROS TO WS-VERSAO-ATUAL WS-COMPRIMENTO-ATUAL

           PERFORM VERIFICA-LAYOUT
               VARYING WS-LAY-IDX FROM 1 BY 1
               UNTIL WS-LAY-IDX > LAYOUT-CONT.

       VERIFICA-LAYOUT.

           IF LAYOUT-FICHEIRO (WS-LAY-IDX) = WS-BASE-CORRENTE
              AND LAYOUT-VERSAO (WS-LAY-IDX) > WS-VERSAO-ATUAL
               MOVE LAYOUT-VERSAO (WS-LAY-IDX) TO WS-VERSAO-ATUAL
               MOVE LAYOUT-COMPRIMENTO (WS-LAY-IDX)
                   TO WS-COMPRIMENTO-ATUAL
           END-IF.

       GRAVA-CABECALHO.

           MOVE SPACES TO WS-CABECALHO-REG
           SET VER-E-CABECALHO TO TRUE
           MOVE WS-BASE-CORRENTE     TO VER-FICHEIRO
           MOVE WS-VERSAO-ATUAL      TO VER-VERSAO
           MOVE WS-COMPRIMENTO-ATUAL TO VER-COMPRIMENTO
           MOVE WS-DATA-HOJE         TO VER-DATA
           MOVE WS-HORA-AGORA        TO VER-HORA
           MOVE SPACES TO FD-SAIDA-REG
           MOVE WS-CABECALHO-REG TO FD-SAIDA-REG
           WRITE FD-SAIDA-REG.

      * Rotacao: a G2 passa a G3 (a G3 antiga cai) e a G1 passa a
      * G2, abrindo espaco para a copia nova.
       ROLA-GERACOES.
           IF WS-FS-ENTRADA = "00"
               SET WS-COPIA-PRODUZIDA TO TRUE
               OPEN OUTPUT GERACAO-SAIDA
               IF WS-COM-CABECALHO
                   PERFORM GRAVA-CABECALHO
               END-IF
               PERFORM LE-ENTRADA
               PERFORM COPIA-REGISTO
                   UNTIL WS-SEM-MAIS-REGISTOS
           IF WS-FS-INDEXADO = "00"
               SET WS-COPIA-PRODUZIDA TO TRUE
               OPEN OUTPUT GERACAO-SAIDA
               PERFORM GRAVA-CABECALHO
               PERFORM LE-BOLETIM
               PERFORM COPIA-REG-BOLETIM
                   UNTIL WS-SEM-MAIS-REGISTOS
           IF WS-FS-INDEXADO = "00"
               SET WS-COPIA-PRODUZIDA TO TRUE
               OPEN OUTPUT GERACAO-SAIDA
               PERFORM GRAVA-CABECALHO
               PERFORM LE-CLIENTE
               PERFORM COPIA-REG-CLIENTE
                   UNTIL WS-SEM-MAIS-REGISTOS
           IF WS-FS-INDEXADO = "00"
               SET WS-COPIA-PRODUZIDA TO TRUE
               OPEN OUTPUT GERACAO-SAIDA
               PERFORM GRAVA-CABECALHO
               PERFORM LE-ALUNO
               PERFORM COPIA-REG-ALUNO
                   UNTIL WS-SEM-MAIS-REGISTOS
           IF WS-FS-INDEXADO = "00"
               SET WS-COPIA-PRODUZIDA TO TRUE
               OPEN OUTPUT GERACAO-SAIDA
               PERFORM GRAVA-CABECALHO
               PERFORM LE-FATURA
               PERFORM COPIA-REG-FATURA
                   UNTIL WS-SEM-MAIS-REGISTOS
           IF WS-FS-INDEXADO = "00"
               SET WS-COPIA-PRODUZIDA TO TRUE
               OPEN OUTPUT GERACAO-SAIDA
               PERFORM GRAVA-CABECALHO
               PERFORM LE-PAGAMENTO
               PERFORM COPIA-REG-PAGAMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS
           IF WS-FS-INDEXADO = "00"
               SET WS-COPIA-PRODUZIDA TO TRUE
               OPEN OUTPUT GERACAO-SAIDA
               PERFORM GRAVA-CABECALHO
               PERFORM LE-PRESTACAO
               PERFORM COPIA-REG-PRESTACAO
                   UNTIL WS-SEM-MAIS-REGISTOS

           MOVE WS-NOME-SAIDA TO WS-NOME-ENTRADA

           MOVE 'N' TO WS-CABECALHO-LIDO

           OPEN INPUT GERACAO-ENTRADA
           IF WS-FS-ENTRADA = "00"
               PERFORM LE-ENTRADA
               IF NOT WS-SEM-MAIS-REGISTOS
                   MOVE FD-ENTRADA-REG TO WS-CABECALHO-REG
                   IF VER-E-CABECALHO
                       SET WS-CABECALHO-PRESENTE TO TRUE
                       PERFORM LE-ENTRADA
                   END-IF
               END-IF
               PERFORM CONTA-VERIFICACAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE GERACAO-ENTRADA
           END-IF

           IF WS-VERIFICA-CONT = WS-COPIA-CONT
              AND WS-CABECALHO-PRESENTE
               DISPLAY "  GERACAO G1 GRAVADA E CONFERIDA: "
                       WS-COPIA-CONT " REGISTOS (LAYOUT V"
                       WS-VERSAO-ATUAL ")."
               MOVE WS-COPIA-CONT TO WS-MBR-REGISTOS (WS-MST-IDX)
               ADD WS-COPIA-CONT TO WS-TOTAL-CONJUNTO
           ELSE
               IF NOT WS-CABECALHO-PRESENTE
                   DISPLAY "  ERRO: COPIA SEM REGISTO DE CABECALHO."
               ELSE
                   DISPLAY "  ERRO: COPIA COM " WS-VERIFICA-CONT
                           " REGISTOS, ESPERADOS " WS-COPIA-CONT "."
               END-IF
               MOVE 'N' TO WS-CONJUNTO-BOM
           END-IF.

           ADD 1 TO WS-VERIFICA-CONT
           PERFORM LE-ENTRADA.

      * Uma linha por membro (registos e versao de layout) e uma
      * entrada por CONJUNTO - os oito membros da mesma corrida
      * partilham a data/hora; a linha CONJUNTO leva o total.
       GRAVA-CATALOGO.

           OPEN EXTEND CATALOGO

           MOVE WS-DATA-HOJE  TO WS-CAT-DATA
           MOVE WS-HORA-AGORA TO WS-CAT-HORA
           MOVE ".G1" TO WS-CAT-GERACAO

           PERFORM GRAVA-CATALOGO-MEMBRO
               VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > 8

           MOVE "CONJUNTO" TO WS-CAT-FICHEIRO
           MOVE WS-TOTAL-CONJUNTO TO WS-CAT-REGISTOS
           MOVE SPACES TO WS-CAT-VERSAO
           MOVE WS-CAT-LINHA TO FD-CATALOGO-REG
           WRITE FD-CATALOGO-REG

           CLOSE CATALOGO.

       GRAVA-CATALOGO-MEMBRO.

           MOVE WS-MST-VIVO (WS-MST-IDX) TO WS-CAT-FICHEIRO
           MOVE WS-MBR-REGISTOS (WS-MST-IDX) TO WS-CAT-REGISTOS
           MOVE SPACES TO WS-CAT-VERSAO
           STRING "V" WS-MBR-VERSAO (WS-MST-IDX)
               DELIMITED BY SIZE INTO WS-CAT-VERSAO
           END-STRING
           MOVE WS-CAT-LINHA TO FD-CATALOGO-REG
           WRITE FD-CATALOGO-REG.

      * Com a geracao nova no lugar, o jornal recomeca do zero.
       ESVAZIA-JORNAL.

