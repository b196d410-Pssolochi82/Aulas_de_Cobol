      *            que a geracao e restauravel. NOTA: o vivo muda
      *            durante o dia; a verificacao honesta corre logo
      *            a seguir ao PROGBACKUP.
      * 15/10/26 - O primeiro registo de cada membro e o cabecalho de
      *            versao (VERREG.cpy) e nao entra na comparacao. Um
      *            membro sem cabecalho ou fora da versao atual do
      *            layout (LAYOUTTB.cpy) nao se compara com o vivo:
      *            conta como problema, com indicacao de o converter
      *            com o PROGCONVERTE.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGVERIFICA.
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
               05 WS-MST-TIPO          PIC X(01).

       01 WS-MST-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-BASE-CORRENTE         PIC X(10) VALUE SPACES.

       COPY "LAYOUTTB.cpy".

       01 WS-LAY-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-VERSAO-ATUAL          PIC 9(02) VALUE ZEROS.

       COPY "VERREG.cpy" REPLACING NIVEL-VER BY 01
                                   CAMPO-VER-REG BY WS-CABECALHO-REG.

       01 WS-VERSAO-BOA            PIC X VALUE 'S'.
           88 WS-VERSAO-ATUAL-OK          VALUE 'S'.

       01 WS-OPCAO-GERACAO         PIC 9 VALUE ZERO.

       01 WS-VIVO-IMAGEM           PIC X(250) VALUE SPACES.
                       "VERIFICAVEL."
               ADD 1 TO WS-TOT-PROBLEMAS
           ELSE
               PERFORM VERIFICA-CABECALHO
           END-IF

           IF WS-FS-GERACAO = "00" AND WS-VERSAO-ATUAL-OK
               PERFORM ABRE-VIVO

               PERFORM LE-GERACAO
               END-IF
           END-IF.

      * O cabecalho le-se fora da contagem; sem ele, ou noutra
      * versao, a geracao nao tem o layout do vivo e a comparacao
      * nao faria sentido.
       VERIFICA-CABECALHO.

           MOVE 'S' TO WS-VERSAO-BOA
           MOVE WS-MST-BASE (WS-MST-IDX) TO WS-BASE-CORRENTE
           PERFORM PROCURA-VERSAO-ATUAL

           MOVE SPACES TO WS-CABECALHO-REG
           READ GERACAO
               AT END SET WS-GERACAO-ESGOTADA TO TRUE
           END-READ
           IF NOT WS-GERACAO-ESGOTADA
               MOVE FD-GERACAO-REG TO WS-CABECALHO-REG
           END-IF

           IF NOT VER-E-CABECALHO
              OR VER-FICHEIRO NOT = WS-BASE-CORRENTE
              OR VER-VERSAO NOT = WS-VERSAO-ATUAL
               MOVE 'N' TO WS-VERSAO-BOA
               CLOSE GERACAO
               IF VER-E-CABECALHO
                   DISPLAY "  GERACAO NA VERSAO V" VER-VERSAO
                           " - A ATUAL E V" WS-VERSAO-ATUAL
                           ". CONVERTER COM O PROGCONVERTE."
               ELSE
                   DISPLAY "  GERACAO SEM CABECALHO DE VERSAO. "
                           "CONVERTER COM O PROGCONVERTE."
               END-IF
               ADD 1 TO WS-TOT-PROBLEMAS
           END-IF.

      * A versao atual do ficheiro e a sua ultima entrada em
      * LAYOUTTB.cpy.
       PROCURA-VERSAO-ATUAL.

           MOVE ZEROS TO WS-VERSAO-ATUAL

           PERFORM VERIFICA-LAYOUT
               VARYING WS-LAY-IDX FROM 1 BY 1
               UNTIL WS-LAY-IDX > LAYOUT-CONT.

       VERIFICA-LAYOUT.

           IF LAYOUT-FICHEIRO (WS-LAY-IDX) = WS-BASE-CORRENTE
              AND LAYOUT-VERSAO (WS-LAY-IDX) > WS-VERSAO-ATUAL
               MOVE LAYOUT-VERSAO (WS-LAY-IDX) TO WS-VERSAO-ATUAL
           END-IF.

       PREPARA-NOME-GERACAO.

           MOVE SPACES TO WS-NOME-GERACAO
