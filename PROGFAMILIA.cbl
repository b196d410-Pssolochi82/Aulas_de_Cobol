      *            A conta segue as regras do PROGEXTRATO: fatura
      *            debita, pagamento confirmado credita, estorno
      *            repoe, nota de credito abate.
      * 15/10/26 - Educandos com dois responsaveis financeiros
      *            (ALU-ENCARREGADO-2): o aluno aparece a ambos, com
      *            a quota de cada um; as faturas repartidas sao
      *            emitidas a cada responsavel pela sua parte, por
      *            isso a conta mostra so a parte deste cliente.
      * 15/10/26 - Saldo credor do encarregado (CREDITOS.DAT, gravado
      *            pelo PROGPAG e gasto pelo PROGFATURA) numa linha
      *            propria depois do valor em divida da familia.
      * 15/10/26 - FATURAS.DAT e PAGAMENTOS.DAT ganharam chaves
      *            alternativas (FAT-CLIENTE; PAG-FATURA e PAG-CLIENTE,
      *            com duplicados). A listagem da familia le so as
      *            faturas e os pagamentos do encarregado, com START na
      *            chave do cliente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFAMILIA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT PRESTACOES ASSIGN TO "PRESTACOES.DAT"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT NOTASCRED  ASSIGN TO "NOTASCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTASCRED.
           SELECT CREDITOS   ASSIGN TO "CREDITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITOS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       COPY "NCRREG.cpy" REPLACING NIVEL-NCR BY 01
                                   CAMPO-NCR-REG BY FD-NOTACRED-REG.

       FD  CREDITOS.
       COPY "CRDREG.cpy" REPLACING NIVEL-CRD BY 01
                                   CAMPO-CRD-REG BY FD-CREDITO-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-PRESTACOES         PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-NOTASCRED          PIC X(02) VALUE ZEROS.
       01 WS-FS-CREDITOS           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
           88 WS-ENC-EXISTE               VALUE 'S'.

       01 WS-CONT-EDUCANDOS        PIC 9(02) VALUE ZEROS.
       01 WS-QUOTA-EDUCANDO        PIC 9(03) VALUE ZEROS.
       01 WS-QUOTA-EDIT            PIC ZZ9.

      * Faturas do encarregado, para ligar as parcelas do plano.
       01 WS-FAM-CONT              PIC 9(03) VALUE ZEROS.

       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-SALDO.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO
                                     BY WS-SALDO-CREDOR.
       01 WS-VALOR-EDIT            PIC -(07)9.99.
       01 WS-SALDO-EDIT            PIC -(07)9.99.

               MOVE WS-SALDO TO WS-SALDO-EDIT
               DISPLAY " "
               DISPLAY "VALOR EM DIVIDA DA FAMILIA: " WS-SALDO-EDIT

               PERFORM CALCULA-SALDO-CREDOR
               IF WS-SALDO-CREDOR NOT = ZEROS
                   MOVE WS-SALDO-CREDOR TO WS-SALDO-EDIT
                   DISPLAY "SALDO CREDOR DO ENCARREGADO: "
                           WS-SALDO-EDIT
               END-IF
           END-IF

           DISPLAY " "
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * Com segundo responsavel, cada um ve a quota que paga.
       MOSTRA-EDUCANDO.

           IF ALU-ENCARREGADO-2 NOT NUMERIC
              OR ALU-QUOTA-ENC NOT NUMERIC
               MOVE ZEROS TO ALU-ENCARREGADO-2
           END-IF

           MOVE ZEROS TO WS-QUOTA-EDUCANDO
           IF ALU-ENCARREGADO = WS-ENCARREGADO
               MOVE 100 TO WS-QUOTA-EDUCANDO
               IF ALU-ENCARREGADO-2 NOT = ZEROS
                   MOVE ALU-QUOTA-ENC TO WS-QUOTA-EDUCANDO
               END-IF
           ELSE
               IF ALU-ENCARREGADO-2 = WS-ENCARREGADO
                  AND ALU-ENCARREGADO-2 NOT = ZEROS
                   COMPUTE WS-QUOTA-EDUCANDO = 100 - ALU-QUOTA-ENC
               END-IF
           END-IF

           IF WS-QUOTA-EDUCANDO > ZERO
               IF WS-QUOTA-EDUCANDO = 100
                   DISPLAY "  " ALU-NUMERO " | " ALU-NOME " | "
                           ALU-ESTADO
               ELSE
                   MOVE WS-QUOTA-EDUCANDO TO WS-QUOTA-EDIT
                   DISPLAY "  " ALU-NUMERO " | " ALU-NOME " | "
                           ALU-ESTADO " | QUOTA " WS-QUOTA-EDIT "%"
               END-IF
               ADD 1 TO WS-CONT-EDUCANDOS
           END-IF

           DISPLAY " "
           DISPLAY "--- FATURAS ---"

      * So as faturas do encarregado, pela chave alternativa
      * FAT-CLIENTE.
           OPEN INPUT FATURAS
           IF WS-FS-FATURAS = "00"
               MOVE WS-ENCARREGADO TO FAT-CLIENTE
               START FATURAS KEY = FAT-CLIENTE
                   INVALID KEY SET WS-SEM-MAIS-REGISTOS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-REGISTOS
                   PERFORM LE-FATURA
               END-IF
               PERFORM MOSTRA-FATURA
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR FAT-CLIENTE NOT = WS-ENCARREGADO
               CLOSE FATURAS
           END-IF.

           DISPLAY " "
           DISPLAY "--- PAGAMENTOS ---"

      * So os pagamentos do encarregado, pela chave alternativa
      * PAG-CLIENTE.
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               MOVE WS-ENCARREGADO TO PAG-CLIENTE
               START PAGAMENTOS KEY = PAG-CLIENTE
                   INVALID KEY SET WS-SEM-MAIS-REGISTOS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-REGISTOS
                   PERFORM LE-PAGAMENTO
               END-IF
               PERFORM MOSTRA-PAGAMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR PAG-CLIENTE NOT = WS-ENCARREGADO
               CLOSE PAGAMENTOS
           END-IF.

           END-IF

           PERFORM LE-NOTACRED.

      * O saldo credor e a soma dos movimentos do encarregado em
      * CREDITOS.DAT - mostrado a parte, nao abate a divida.
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

           IF CRD-CLIENTE = WS-ENCARREGADO
               ADD CRD-VALOR TO WS-SALDO-CREDOR
           END-IF

           PERFORM LE-CREDITO.
       END PROGRAM PROGFAMILIA.
