      *            PROGNOTACRED) entram no extrato como credito -
      *            abatem o valor em divida como um pagamento
      *            confirmado.
      * 15/10/26 - Saldo credor do cliente (CREDITOS.DAT): a soma dos
      *            movimentos de saldo credor (excessos pagos menos o
      *            ja usado em faturas e reembolsado) sai numa linha
      *            propria no fim, depois do valor em divida.
      * 15/10/26 - FATURAS.DAT e PAGAMENTOS.DAT ganharam chaves
      *            alternativas (FAT-CLIENTE; PAG-FATURA e PAG-CLIENTE,
      *            com duplicados). O extrato carrega so as faturas e os
      *            pagamentos do encarregado, com START na chave do
      *            cliente, em vez de ler os ficheiros todos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEXTRATO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT PAGAMENTOS ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT FATLINHAS  ASSIGN TO "FATLINHAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT NOTASCRED  ASSIGN TO "NOTASCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTASCRED.
           SELECT CREDITOS   ASSIGN TO "CREDITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITOS.
           SELECT CLIENTES   ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       COPY "NCRREG.cpy" REPLACING NIVEL-NCR BY 01
                                   CAMPO-NCR-REG BY FD-NOTACRED-REG.

       FD  CREDITOS.
       COPY "CRDREG.cpy" REPLACING NIVEL-CRD BY 01
                                   CAMPO-CRD-REG BY FD-CREDITO-REG.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       01 WS-FS-FATLINHAS          PIC X(02) VALUE ZEROS.
       01 WS-FS-NOTASCRED          PIC X(02) VALUE ZEROS.
       01 WS-FS-CREDITOS           PIC X(02) VALUE ZEROS.
       01 WS-FATLIN-FIM            PIC X VALUE 'N'.
           88 WS-FATLIN-FIM-FICHEIRO      VALUE 'S'.
       01 WS-LIN-VALOR             PIC S9(07)V99 VALUE ZEROS.

       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-SALDO.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO
                                     BY WS-SALDO-CREDOR.

       01 WS-VALOR-EDIT            PIC -(07)9.99.
       01 WS-SALDO-EDIT            PIC -(07)9.99.
           PERFORM CARREGA-FATURAS
           PERFORM CARREGA-PAGAMENTOS
           PERFORM CARREGA-NOTASCRED
           PERFORM CALCULA-SALDO-CREDOR

           IF WS-MOV-CONT = ZERO
               DISPLAY "SEM MOVIMENTOS PARA O CLIENTE "
               PERFORM IMPRIME-EXTRATO
           END-IF

           IF WS-SALDO-CREDOR NOT = ZEROS
               MOVE WS-SALDO-CREDOR TO WS-SALDO-EDIT
               DISPLAY "SALDO CREDOR:    " WS-SALDO-EDIT
           END-IF

           GOBACK.

      * Procura pela chave alternativa do nome: START num nome
       CARREGA-FATURAS.

           MOVE 'N' TO WS-FIM-FICHEIRO
      * So as faturas do cliente, pela chave alternativa FAT-CLIENTE.
           OPEN INPUT FATURAS
           IF WS-FS-FATURAS = "00"
               MOVE WS-CLIENTE-NUM TO FAT-CLIENTE
               START FATURAS KEY = FAT-CLIENTE
                   INVALID KEY SET WS-SEM-MAIS-REGISTOS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-REGISTOS
                   PERFORM LE-FATURA
               END-IF
               PERFORM GUARDA-FATURA
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR FAT-CLIENTE NOT = WS-CLIENTE-NUM
               CLOSE FATURAS
           END-IF.

       CARREGA-PAGAMENTOS.

           MOVE 'N' TO WS-FIM-FICHEIRO
      * So os pagamentos do cliente, pela chave alternativa
      * PAG-CLIENTE.
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               MOVE WS-CLIENTE-NUM TO PAG-CLIENTE
               START PAGAMENTOS KEY = PAG-CLIENTE
                   INVALID KEY SET WS-SEM-MAIS-REGISTOS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-REGISTOS
                   PERFORM LE-PAGAMENTO
               END-IF
               PERFORM GUARDA-PAGAMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR PAG-CLIENTE NOT = WS-CLIENTE-NUM
               CLOSE PAGAMENTOS
           END-IF.


           PERFORM LE-NOTACRED.

      * O saldo credor nao entra no valor em divida: e a soma dos
      * movimentos do cliente em CREDITOS.DAT, mostrada a parte.
       CALCULA-SALDO-CREDOR.

           MOVE ZEROS TO WS-SALDO-CREDOR
           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT CREDITOS
           IF WS-FS-CREDITOS = "00"
               PERFORM LE-CREDITO
               PERFORM SOMA-CREDITO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE CREDITOS
           END-IF.

       LE-CREDITO.

           READ CREDITOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       SOMA-CREDITO.

           IF CRD-CLIENTE = WS-CLIENTE-NUM
               ADD CRD-VALOR TO WS-SALDO-CREDOR
           END-IF

           PERFORM LE-CREDITO.

      * Ordenacao simples por data (troca de pares adjacentes) - o
      * extrato de um cliente cabe na tabela, nao precisa do SORT
      * com ficheiro de trabalho do PROGQUADRO.
