      *            terca ao lado dos PAGAMENTOS de quinta. Os
      *            mestres indexados sao recarregados pela chave, os
      *            sequenciais copiados tal e qual.
      * 15/10/26 - Cada membro tem de abrir com o cabecalho de versao
      *            (VERREG.cpy) na versao atual do seu ficheiro
      *            (LAYOUTTB.cpy); um membro sem cabecalho ou noutra
      *            versao recusa o conjunto inteiro e o operador e
      *            mandado converter a geracao com o PROGCONVERTE.
      *            Na reposicao o cabecalho e lido e nao carregado.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados). A reposicao abre os
      *            mestres em OUTPUT e grava registo a registo, por isso
      *            recria os indices alternativos - e o caminho de
      *            conversao dos ficheiros existentes (copia na versao
      *            anterior, reposicao nesta).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRESTORE.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-INDEXADO.
           SELECT PAGAMENTOS     ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           88 WS-VERSOES-ATUAIS           VALUE 'S'.

       01 WS-OPCAO-GERACAO         PIC 9 VALUE ZERO.
       01 WS-CONFIRMA              PIC X VALUE 'N'.

           ELSE
               PERFORM VERIFICA-CONJUNTO

               EVALUATE TRUE
                   WHEN NOT WS-CONJUNTO-COMPLETO
                       DISPLAY "CONJUNTO INCOMPLETO NA GERACAO G"
                               WS-OPCAO-GERACAO " - NADA FOI TOCADO."
                   WHEN NOT WS-VERSOES-ATUAIS
                       DISPLAY "GERACAO G" WS-OPCAO-GERACAO
                               " FORA DA VERSAO ATUAL DO LAYOUT - "
                               "NADA FOI TOCADO."
                       DISPLAY "CONVERTA-A PRIMEIRO COM O "
                               "PROGCONVERTE."
                   WHEN OTHER
                       PERFORM CONFIRMA-REPOSICAO
               END-EVALUATE
           END-IF.

       CONFIRMA-REPOSICAO.

           DISPLAY "VAI REPOR OS 8 MESTRES DA GERACAO G"
                   WS-OPCAO-GERACAO " POR CIMA DOS "
                   "FICHEIROS VIVOS."
           DISPLAY "O CONTEUDO ATUAL PERDE-SE. CONFIRMA? "
                   "(S/N): "
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT = "S"
              AND WS-CONFIRMA NOT = "s"
               DISPLAY "REPOSICAO CANCELADA."
           ELSE
               PERFORM REPOE-MESTRE
                   VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > 8

               DISPLAY " "
               DISPLAY "CONJUNTO REPOSTO: "
                       WS-TOTAL-REPOSTOS " REGISTOS NO "
                       "TOTAL."
           END-IF.

      * Tudo ou nada: antes de tocar em qualquer vivo, os oito
      * membros da geracao pedida tem de existir, cada um com o
      * cabecalho da versao atual do seu layout.
       VERIFICA-CONJUNTO.

           MOVE 'S' TO WS-CONJUNTO-BOM
           MOVE 'S' TO WS-VERSAO-BOA

           PERFORM VERIFICA-MEMBRO
               VARYING WS-MST-IDX FROM 1 BY 1

           OPEN INPUT GERACAO
           IF WS-FS-GERACAO = "00"
               PERFORM VERIFICA-CABECALHO
               CLOSE GERACAO
           ELSE
               DISPLAY "  FALTA " WS-NOME-GERACAO " NO CONJUNTO."
               MOVE 'N' TO WS-CONJUNTO-BOM
           END-IF.

       VERIFICA-CABECALHO.

           MOVE WS-MST-BASE (WS-MST-IDX) TO WS-BASE-CORRENTE
           PERFORM PROCURA-VERSAO-ATUAL

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE SPACES TO WS-CABECALHO-REG
           PERFORM LE-GERACAO
           IF NOT WS-SEM-MAIS-REGISTOS
               MOVE FD-GERACAO-REG TO WS-CABECALHO-REG
           END-IF

           EVALUATE TRUE
               WHEN NOT VER-E-CABECALHO
                   DISPLAY "  " WS-NOME-GERACAO
                           " SEM CABECALHO DE VERSAO."
                   MOVE 'N' TO WS-VERSAO-BOA
               WHEN VER-FICHEIRO NOT = WS-BASE-CORRENTE
                  OR VER-VERSAO NOT = WS-VERSAO-ATUAL
                   DISPLAY "  " WS-NOME-GERACAO " NA VERSAO V"
                           VER-VERSAO " DE " VER-FICHEIRO
                           " - A ATUAL E V" WS-VERSAO-ATUAL "."
                   MOVE 'N' TO WS-VERSAO-BOA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
           DISPLAY "A REPOR " WS-MST-VIVO (WS-MST-IDX) "..."

           OPEN INPUT GERACAO
      * O cabecalho de versao ja foi conferido - salta-se.
           PERFORM LE-GERACAO

           IF WS-MST-TIPO (WS-MST-IDX) = 'F'
               PERFORM REPOE-PLANO
