      *            gaveta com transferencias e cheques dava uma
      *            diferenca falsa em todos os dias com movimentos
      *            de banco.
      * 15/10/26 - Saldo credor (CREDITOS.DAT, PROGPAG): o excesso
      *            pago em numerario que ficou como saldo credor
      *            entrou na gaveta e soma ao apurado; o reembolso em
      *            numerario saiu dela e abate, tal como a anulacao
      *            de um excesso por estorno.
      * 15/10/26 - Os cheques devolvidos hoje pelo banco (estorno de
      *            compensacao D gravado pelo PROGPAG) aparecem no
      *            fecho, com a contagem e o total estornado - nao
      *            mexem na gaveta nem no apurado, mas quem fecha ve
      *            o recebimento do dia que caiu.
      * 15/10/26 - Contas a pagar: os pagamentos a fornecedores em
      *            numerario feitos hoje no PROGDESPESA (PAGFORN.DAT,
      *            forma D) sairam da gaveta - abatem ao apurado e
      *            aparecem no fecho numa linha propria.
      * 15/10/26 - PAGAMENTOS.DAT ganhou as chaves alternativas
      *            PAG-FATURA e PAG-CLIENTE (com duplicados); o SELECT
      *            passa a declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCAIXA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT FECHOS     ASSIGN TO "FECHOCAIXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHOS.
           SELECT CREDITOS   ASSIGN TO "CREDITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITOS.
           SELECT PAGFORN    ASSIGN TO "PAGFORN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGFORN.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTOS.
           03 FD-FCX-DIFERENCA         PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.

       FD  CREDITOS.
       COPY "CRDREG.cpy" REPLACING NIVEL-CRD BY 01
                                   CAMPO-CRD-REG BY FD-CREDITO-REG.

       FD  PAGFORN.
       COPY "PGFREG.cpy" REPLACING NIVEL-PGF BY 01
                                   CAMPO-PGF-REG BY FD-PAGFORN-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-FECHOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-CREDITOS           PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGFORN            PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-VALOR-EDIT            PIC -(07)9.99.

      * Cheques devolvidos hoje (so informativo).
       01 WS-CONT-DEVOLVIDOS       PIC 9(04) VALUE ZEROS.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-DEVOLVIDO.

      * Pagamentos a fornecedores em numerario feitos hoje.
       01 WS-CONT-FORNECEDORES     PIC 9(04) VALUE ZEROS.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-PAGO-FORN.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               MOVE WS-APURADO TO WS-VALOR-EDIT
               DISPLAY "TOTAL CONFIRMADO NO SISTEMA: " WS-VALOR-EDIT

               IF WS-CONT-DEVOLVIDOS > ZERO
                   MOVE WS-DEVOLVIDO TO WS-VALOR-EDIT
                   DISPLAY "CHEQUES DEVOLVIDOS HOJE: "
                           WS-CONT-DEVOLVIDOS " - ESTORNADO "
                           WS-VALOR-EDIT " (FORA DA GAVETA)"
               END-IF

               IF WS-CONT-FORNECEDORES > ZERO
                   MOVE WS-PAGO-FORN TO WS-VALOR-EDIT
                   DISPLAY "PAGO A FORNECEDORES EM NUMERARIO: "
                           WS-CONT-FORNECEDORES " - "
                           WS-VALOR-EDIT " (JA ABATIDO AO APURADO)"
               END-IF

               DISPLAY "TOTAL DECLARADO (CONTAGEM DA GAVETA): "
               ACCEPT WS-DECLARADO

       APURA-CONFIRMADOS.

           MOVE ZEROS TO WS-APURADO
           MOVE ZEROS TO WS-CONT-DEVOLVIDOS WS-DEVOLVIDO
           MOVE ZEROS TO WS-CONT-FORNECEDORES WS-PAGO-FORN
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PAGAMENTOS
               PERFORM ACUMULA-CONFIRMADO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT CREDITOS
           IF WS-FS-CREDITOS = "00"
               PERFORM LE-CREDITO
               PERFORM ACUMULA-CREDITO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE CREDITOS
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT PAGFORN
           IF WS-FS-PAGFORN = "00"
               PERFORM LE-PAGFORN
               PERFORM ABATE-PAGFORN
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGFORN
           END-IF

           SUBTRACT WS-PAGO-FORN FROM WS-APURADO.

       LE-PAGAMENTO.

               ADD PAG-VALOR TO WS-APURADO
           END-IF

           IF PAG-DATA = WS-DATA-HOJE
              AND PAG-ESTORNO
              AND PAG-CHEQUE-DEVOLVIDO
               ADD 1 TO WS-CONT-DEVOLVIDOS
               ADD PAG-VALOR TO WS-DEVOLVIDO
           END-IF

           PERFORM LE-PAGAMENTO.

       LE-CREDITO.

           READ CREDITOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * Movimentos de saldo credor em numerario: a origem soma, o
      * reembolso e a anulacao (valores negativos) abatem. O
      * consumo numa fatura nao mexe na gaveta.
       ACUMULA-CREDITO.

           IF CRD-DATA = WS-DATA-HOJE
              AND CRD-FORMA = 'D'
              AND (CRD-ORIGEM OR CRD-REEMBOLSO OR CRD-ANULACAO)
               ADD CRD-VALOR TO WS-APURADO
           END-IF

           PERFORM LE-CREDITO.

       LE-PAGFORN.

           READ PAGFORN
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * So o numerario pago a fornecedores sai da gaveta.
       ABATE-PAGFORN.

           IF PGF-DATA = WS-DATA-HOJE
              AND PGF-NUMERARIO
               ADD 1 TO WS-CONT-FORNECEDORES
               ADD PGF-VALOR TO WS-PAGO-FORN
           END-IF

           PERFORM LE-PAGFORN.

       GRAVA-FECHO.

           OPEN EXTEND FECHOS
