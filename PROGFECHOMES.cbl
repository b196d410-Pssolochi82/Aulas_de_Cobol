      *            pediu. Os estornos de confirmacoes de mes
      *            fechado saem com a data corrente no PROGPAG, por
      *            isso entram no mes aberto.
      * 15/10/26 - O fecho so passa com a prova da conta de controlo
      *            de clientes a bater: a ultima corrida do
      *            PROGCONTACLI para o mes em CONTACLI.DAT
      *            (CCLREG.cpy) tem de ter situacao B. Sem prova do
      *            mes, ou com diferencas, o mes fica aberto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFECHOMES.
           SELECT MESFECHO ASSIGN TO "MESFECHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESFECHO.
           SELECT PROVA    ASSIGN TO "CONTACLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROVA.
       DATA DIVISION.
       FILE SECTION.
       FD  MESFECHO.
       COPY "MFEREG.cpy" REPLACING NIVEL-MFE BY 01
                                   CAMPO-MFE-REG BY FD-MESFECHO-REG.

       FD  PROVA.
       COPY "CCLREG.cpy" REPLACING NIVEL-CCL BY 01
                                   CAMPO-CCL-REG BY FD-PROVA-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-MESFECHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-PROVA              PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-MES                   PIC 9(06) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-ESTADO-MES            PIC X VALUE SPACE.
       01 WS-PROVA-MES             PIC X VALUE SPACE.
       01 WS-DIFERENCA-EDIT        PIC -(08)9.99.
       01 WS-ACAO                  PIC X VALUE SPACE.
       01 WS-CONT-LISTADOS         PIC 9(03) VALUE ZEROS.

                       DISPLAY "O MES " WS-MES " JA ESTA FECHADO."
                   WHEN WS-ACAO = 'R' AND WS-ESTADO-MES NOT = 'F'
                       DISPLAY "O MES " WS-MES " NAO ESTA FECHADO."
                   WHEN WS-ACAO = 'F'
                       PERFORM APURA-PROVA-MES
                       PERFORM FECHA-COM-PROVA
                   WHEN OTHER
                       PERFORM GRAVA-ACAO
               END-EVALUATE
           END-IF.

      * A situacao da prova do mes e a da ultima corrida dele.
       APURA-PROVA-MES.

           MOVE SPACE TO WS-PROVA-MES
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PROVA
           IF WS-FS-PROVA = "00"
               PERFORM LE-PROVA
               PERFORM VERIFICA-PROVA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PROVA
           END-IF.

       LE-PROVA.

           READ PROVA
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-PROVA.

           IF CCL-MES = WS-MES
               MOVE CCL-SITUACAO TO WS-PROVA-MES
               MOVE CCL-DIFERENCA-TOTAL TO WS-DIFERENCA-EDIT
           END-IF

           PERFORM LE-PROVA.

       FECHA-COM-PROVA.

           EVALUATE WS-PROVA-MES
               WHEN 'B'
                   PERFORM GRAVA-ACAO
               WHEN 'D'
                   DISPLAY "A PROVA DA CONTA DE CONTROLO DE CLIENTES "
                           "DO MES " WS-MES " NAO BATE (DIFERENCA "
                           WS-DIFERENCA-EDIT ")."
                   DISPLAY "VER CONTACLI.LIS - O MES NAO FOI "
                           "FECHADO."
               WHEN OTHER
                   DISPLAY "SEM PROVA DA CONTA DE CONTROLO DE "
                           "CLIENTES PARA O MES " WS-MES
                           " - CORRA O PROGCONTACLI."
                   DISPLAY "O MES NAO FOI FECHADO."
           END-EVALUATE.

      * O estado do mes e o do ultimo registo dele no ficheiro.
       APURA-ESTADO-MES.

