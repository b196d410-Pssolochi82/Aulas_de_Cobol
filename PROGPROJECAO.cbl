      *            contar de hoje: VENCIDAS, semanas 1 a 8 e ALEM DE
      *            8 SEMANAS, com o valor esperado por semana e o
      *            total corrido.
      * 15/10/26 - Contas a pagar: as faturas de fornecedor em
      *            aberto (DESPESAS.DAT do PROGDESPESA, pelo residual
      *            depois dos pagamentos de PAGFORN.DAT) entram como
      *            saidas pelo vencimento, nos mesmos escaloes. A
      *            projecao mostra por semana as entradas, as saidas,
      *            o liquido e o saldo corrido.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE
      *            (com duplicados); o SELECT passa a declara-la.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPROJECAO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT PRESTACOES ASSIGN TO "PRESTACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WS-FS-PRESTACOES.
           SELECT DESPESAS   ASSIGN TO "DESPESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-NUMERO
               FILE STATUS IS WS-FS-DESPESAS.
           SELECT PAGFORN    ASSIGN TO "PAGFORN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGFORN.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS.
       COPY "PRESTREG.cpy" REPLACING NIVEL-PRE BY 01
                                     CAMPO-PRE-REG BY FD-PRESTA-REG.

       FD  DESPESAS.
       COPY "DSPREG.cpy" REPLACING NIVEL-DSP BY 01
                                   CAMPO-DSP-REG BY FD-DESPESA-REG.

       FD  PAGFORN.
       COPY "PGFREG.cpy" REPLACING NIVEL-PGF BY 01
                                   CAMPO-PGF-REG BY FD-PAGFORN-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-FATURAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-PRESTACOES         PIC X(02) VALUE ZEROS.
       01 WS-FS-DESPESAS           PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGFORN            PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
                                       OCCURS 10 TIMES.
       01 WS-ESC-IDX               PIC 9(02) VALUE ZEROS.

      * Saidas (faturas de fornecedor) nos mesmos escaloes.
       01 WS-SAI-TAB.
           03 WS-SAI-VALOR             PIC S9(09)V99
                                       OCCURS 10 TIMES.
       01 WS-MOVIMENTO             PIC X VALUE 'E'.
           88 WS-MOVIMENTO-ENTRADA        VALUE 'E'.
           88 WS-MOVIMENTO-SAIDA          VALUE 'S'.

      * Pago por fatura de fornecedor (PAGFORN.DAT).
       01 WS-PGT-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-PGT-MAX               PIC 9(03) VALUE 500.
       01 WS-PGT-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-PGT-TAB OCCURS 500 TIMES.
           03 WS-PGT-DESPESA           PIC 9(06).
           03 WS-PGT-VALOR             PIC S9(07)V99.
       01 WS-IND-PGT-CHEIA         PIC X VALUE 'N'.
           88 WS-PGT-CHEIA                VALUE 'S'.

       01 WS-VENCIMENTO            PIC 9(08) VALUE ZEROS.
       01 WS-DIAS                  PIC S9(05) VALUE ZEROS.
       01 WS-SEMANA                PIC 9(02) VALUE ZEROS.
                                     CAMPO-DINHEIRO BY WS-VALOR.

       01 WS-TOTAL-CORRIDO         PIC S9(09)V99 VALUE ZEROS.
       01 WS-LIQUIDO               PIC S9(09)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT            PIC -(08)9.99.
       01 WS-SAIDA-EDIT            PIC -(08)9.99.
       01 WS-LIQUIDO-EDIT          PIC -(08)9.99.
       01 WS-TOTAL-EDIT            PIC -(08)9.99.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   PROJECAO DE TESOURARIA POR SEMANA     *"
           DISPLAY "*******************************************"

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-ESC-TAB WS-SAI-TAB

           PERFORM CARREGA-PLANOS
           PERFORM PROJETA-PARCELAS
           PERFORM PROJETA-FATURAS
           PERFORM CARREGA-PAGOS-FORNECEDOR
           PERFORM PROJETA-DESPESAS
           PERFORM MOSTRA-PROJECAO

           GOBACK.

       TRATA-PARCELA.

           SET WS-MOVIMENTO-ENTRADA TO TRUE
           IF PRE-ESTADO = 'A'
               MOVE PRE-VALOR      TO WS-VALOR
               MOVE PRE-VENCIMENTO TO WS-VENCIMENTO

       TRATA-FATURA.

           SET WS-MOVIMENTO-ENTRADA TO TRUE
           IF FAT-ABERTA
               MOVE 'N' TO WS-TEM-PLANO
               PERFORM VERIFICA-FATURA-PLANO
                   END-IF
           END-EVALUATE

           IF WS-MOVIMENTO-SAIDA
               ADD WS-VALOR TO WS-SAI-VALOR (WS-ESC-IDX)
           ELSE
               ADD WS-VALOR TO WS-ESC-VALOR (WS-ESC-IDX)
           END-IF.

      * O pago de cada fatura de fornecedor, numa so leitura de
      * PAGFORN.DAT.
       CARREGA-PAGOS-FORNECEDOR.

           MOVE ZEROS TO WS-PGT-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PAGFORN
           IF WS-FS-PAGFORN = "00"
               PERFORM LE-PAGFORN
               PERFORM GUARDA-PAGO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGFORN
           END-IF

           IF WS-PGT-CHEIA
               DISPLAY "AVISO: MAIS DE " WS-PGT-MAX " FATURAS DE "
                       "FORNECEDOR COM PAGAMENTOS - SAIDAS PODEM "
                       "SAIR POR EXCESSO."
           END-IF.

       LE-PAGFORN.

           READ PAGFORN
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-PAGO.

           PERFORM LOCALIZA-PAGO
               VARYING WS-PGT-IDX FROM 1 BY 1
               UNTIL WS-PGT-IDX > WS-PGT-CONT
                  OR WS-PGT-DESPESA (WS-PGT-IDX) = PGF-DESPESA

           IF WS-PGT-IDX > WS-PGT-CONT
               IF WS-PGT-CONT < WS-PGT-MAX
                   ADD 1 TO WS-PGT-CONT
                   MOVE PGF-DESPESA TO WS-PGT-DESPESA (WS-PGT-CONT)
                   MOVE PGF-VALOR   TO WS-PGT-VALOR (WS-PGT-CONT)
               ELSE
                   SET WS-PGT-CHEIA TO TRUE
               END-IF
           ELSE
               ADD PGF-VALOR TO WS-PGT-VALOR (WS-PGT-IDX)
           END-IF

           PERFORM LE-PAGFORN.

       LOCALIZA-PAGO.

           CONTINUE.

       PROJETA-DESPESAS.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT DESPESAS
           IF WS-FS-DESPESAS = "00"
               PERFORM LE-DESPESA
               PERFORM TRATA-DESPESA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE DESPESAS
           END-IF.

       LE-DESPESA.

           READ DESPESAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * Uma fatura de fornecedor em aberto sai pelo que falta pagar.
       TRATA-DESPESA.

           SET WS-MOVIMENTO-SAIDA TO TRUE
           IF DSP-EM-ABERTO
               MOVE DSP-VALOR TO WS-VALOR
               PERFORM LOCALIZA-PAGO
                   VARYING WS-PGT-IDX FROM 1 BY 1
                   UNTIL WS-PGT-IDX > WS-PGT-CONT
                      OR WS-PGT-DESPESA (WS-PGT-IDX) = DSP-NUMERO
               IF WS-PGT-IDX NOT > WS-PGT-CONT
                   SUBTRACT WS-PGT-VALOR (WS-PGT-IDX) FROM WS-VALOR
               END-IF

               IF WS-VALOR > ZEROS
                   MOVE DSP-VENCIMENTO TO WS-VENCIMENTO
                   PERFORM CLASSIFICA-VENCIMENTO
               END-IF
           END-IF

           PERFORM LE-DESPESA.

       MOSTRA-PROJECAO.

           MOVE ZEROS TO WS-TOTAL-CORRIDO

           DISPLAY " "
           DISPLAY "SEMANA             |     ENTRADAS |       SAIDAS |"
                   "      LIQUIDO | SALDO CORRIDO"

           PERFORM MOSTRA-ESCALAO
               VARYING WS-ESC-IDX FROM 1 BY 1

       MOSTRA-ESCALAO.

           COMPUTE WS-LIQUIDO = WS-ESC-VALOR (WS-ESC-IDX)
                              - WS-SAI-VALOR (WS-ESC-IDX)
           ADD WS-LIQUIDO TO WS-TOTAL-CORRIDO
           MOVE WS-ESC-VALOR (WS-ESC-IDX) TO WS-VALOR-EDIT
           MOVE WS-SAI-VALOR (WS-ESC-IDX) TO WS-SAIDA-EDIT
           MOVE WS-LIQUIDO TO WS-LIQUIDO-EDIT
           MOVE WS-TOTAL-CORRIDO TO WS-TOTAL-EDIT

           EVALUATE WS-ESC-IDX
               WHEN 1
                   DISPLAY "JA VENCIDAS        | "
                           WS-VALOR-EDIT " | " WS-SAIDA-EDIT " | "
                           WS-LIQUIDO-EDIT " | " WS-TOTAL-EDIT
               WHEN 10
                   DISPLAY "ALEM DE 8 SEMANAS  | "
                           WS-VALOR-EDIT " | " WS-SAIDA-EDIT " | "
                           WS-LIQUIDO-EDIT " | " WS-TOTAL-EDIT
               WHEN OTHER
                   COMPUTE WS-SEMANA = WS-ESC-IDX - 1
                   DISPLAY "SEMANA " WS-SEMANA
                           "          | "
                           WS-VALOR-EDIT " | " WS-SAIDA-EDIT " | "
                           WS-LIQUIDO-EDIT " | " WS-TOTAL-EDIT
           END-EVALUATE.
       END PROGRAM PROGPROJECAO.
