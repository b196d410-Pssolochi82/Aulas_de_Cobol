      *            estornos da mesma fatura/parcela (carregados numa
      *            primeira passagem de PAGAMENTOS.DAT) tambem sao
      *            abatidos ao valor do pendente.
      * 15/10/26 - A divida anulada como incobravel (ANULACOES.DAT,
      *            tipo A, do PROGINCOBRAVEL) sai do relatorio: o
      *            pendente da fatura anulada inteira, ou da parcela
      *            anulada, nao entra nos escaloes.
      * 15/10/26 - PAGAMENTOS.DAT ganhou as chaves alternativas
      *            PAG-FATURA e PAG-CLIENTE (com duplicados); o SELECT
      *            passa a declara-las.
      * 15/10/26 - A divida anulada deixa de ser carregada numa tabela
      *            de 200 entradas que cortava em silencio:
      *            ANULACOES.DAT e percorrido por cada pendente. Se as
      *            tabelas das notas de credito ou do pago enchem, o
      *            programa avisa, nao emite o relatorio (os valores
      *            sairiam sobreavaliados) e termina RC-ERRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGIDADE.
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
           SELECT ANULACOES  ASSIGN TO "ANULACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANULACOES.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTOS.
       COPY "NCRREG.cpy" REPLACING NIVEL-NCR BY 01
                                   CAMPO-NCR-REG BY FD-NOTACRED-REG.

       FD  ANULACOES.
       COPY "ANUREG.cpy" REPLACING NIVEL-ANU BY 01
                                   CAMPO-ANU-REG BY FD-ANULACAO-REG.

       WORKING-STORAGE SECTION.
       COPY "RETCOD.cpy".

       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-NOTASCRED          PIC X(02) VALUE ZEROS.
       01 WS-FS-ANULACOES          PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
           88 WS-PGO-ENCONTRADO           VALUE 'S'.
       01 WS-PGO-USO               PIC 9(03) VALUE ZEROS.

      * Divida anulada como incobravel (ANULACOES.DAT, tipo A): o
      * ficheiro e percorrido por cada pendente, sem tabela.
       01 WS-ANULACOES-FICHEIRO    PIC X VALUE 'N'.
           88 WS-HA-ANULACOES             VALUE 'S'.
       01 WS-FIM-ANULACOES         PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ANULACOES       VALUE 'S'.

       01 WS-TABELA-CHEIA          PIC X VALUE 'N'.
           88 WS-TABELAS-EXCEDIDAS        VALUE 'S'.

       01 WS-ANU-ACHADA            PIC X VALUE 'N'.
           88 WS-DIVIDA-ANULADA           VALUE 'S'.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       01 WS-ESC-CONT-1            PIC 9(05) VALUE ZEROS.

           PERFORM CARREGA-NOTASCRED
           PERFORM CARREGA-PAGOS
           PERFORM VERIFICA-ANULACOES

           IF WS-TABELAS-EXCEDIDAS
               DISPLAY "TABELAS EM MEMORIA EXCEDIDAS - RELATORIO NAO "
                       "EMITIDO."
               SET RC-ERRO TO TRUE
           ELSE
               PERFORM EMITE-RELATORIO
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       EMITE-RELATORIO.

           MOVE 'N' TO WS-FIM-FICHEIRO

               END-IF

               PERFORM MOSTRA-ESCALOES
           END-IF.

       LE-PAGAMENTO.

               UNTIL WS-NCR-IDX > WS-NCR-CONT OR WS-NCR-ENCONTRADA

           IF NOT WS-NCR-ENCONTRADA
               IF WS-NCR-CONT < WS-NCR-MAX
                   ADD 1 TO WS-NCR-CONT
                   MOVE WS-NCR-CONT TO WS-NCR-USO
                   MOVE NCR-FATURA TO WS-NC-FATURA (WS-NCR-USO)
                   MOVE ZEROS      TO WS-NC-VALOR (WS-NCR-USO)
               ELSE
                   IF NOT WS-TABELAS-EXCEDIDAS
                       DISPLAY "AVISO: LIMITE DE NOTAS DE CREDITO EM "
                               "MEMORIA ATINGIDO."
                   END-IF
                   SET WS-TABELAS-EXCEDIDAS TO TRUE
               END-IF
           END-IF

           IF WS-NCR-USO > ZERO
                      OR WS-PGO-ENCONTRADO

               IF NOT WS-PGO-ENCONTRADO
                   IF WS-PGO-CONT < WS-PGO-MAX
                       ADD 1 TO WS-PGO-CONT
                       MOVE WS-PGO-CONT TO WS-PGO-USO
                       MOVE PAG-FATURA  TO WS-PG-FATURA (WS-PGO-USO)
                       MOVE PAG-PARCELA TO WS-PG-PARCELA (WS-PGO-USO)
                       MOVE ZEROS       TO WS-PG-VALOR (WS-PGO-USO)
                   ELSE
                       IF NOT WS-TABELAS-EXCEDIDAS
                           DISPLAY "AVISO: LIMITE DE PAGAMENTOS EM "
                                   "MEMORIA ATINGIDO."
                       END-IF
                       SET WS-TABELAS-EXCEDIDAS TO TRUE
                   END-IF
               END-IF

               IF WS-PGO-USO > ZERO
               MOVE WS-PGO-IDX TO WS-PGO-USO
           END-IF.

      * So confirma que ANULACOES.DAT existe; a consulta e feita
      * por pendente em VERIFICA-ANULADA.
       VERIFICA-ANULACOES.

           MOVE 'N' TO WS-ANULACOES-FICHEIRO

           OPEN INPUT ANULACOES
           IF WS-FS-ANULACOES = "00"
               SET WS-HA-ANULACOES TO TRUE
               CLOSE ANULACOES
           END-IF.

       LE-ANULACAO.

           READ ANULACOES
               AT END SET WS-SEM-MAIS-ANULACOES TO TRUE
           END-READ.

      * O pendente fica de fora se a sua fatura foi anulada inteira
      * ou se a sua parcela foi anulada.
       VERIFICA-ANULADA.

           MOVE 'N' TO WS-ANU-ACHADA

           IF WS-HA-ANULACOES
               MOVE 'N' TO WS-FIM-ANULACOES
               OPEN INPUT ANULACOES
               IF WS-FS-ANULACOES = "00"
                   PERFORM LE-ANULACAO
                   PERFORM VERIFICA-LINHA-ANULACAO
                       UNTIL WS-SEM-MAIS-ANULACOES
                          OR WS-DIVIDA-ANULADA
                   CLOSE ANULACOES
               END-IF
           END-IF.

       VERIFICA-LINHA-ANULACAO.

           IF ANU-ANULACAO
              AND ANU-FATURA = PAG-FATURA
              AND (ANU-PARCELA = ZERO OR ANU-PARCELA = PAG-PARCELA)
               SET WS-DIVIDA-ANULADA TO TRUE
           ELSE
               PERFORM LE-ANULACAO
           END-IF.

      * O valor do pendente e abatido do total ja creditado da sua
      * fatura e do ja pago da mesma fatura/parcela; um pendente
      * totalmente coberto nao entra.
       CLASSIFICA-PENDENTE.

           IF PAG-ESTADO = 'P'
               PERFORM VERIFICA-ANULADA
           END-IF

           IF PAG-ESTADO = 'P' AND NOT WS-DIVIDA-ANULADA
               MOVE 'D' TO DT-FUNCAO
               MOVE PAG-DATA     TO DT-DATA1
               MOVE WS-DATA-HOJE TO DT-DATA2
