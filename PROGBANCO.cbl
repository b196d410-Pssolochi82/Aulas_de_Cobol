      *            ficheiro guarda agora o estado das resolucoes
      *            do tratamento de excecoes e o OPEN OUTPUT de
      *            cada corrida apagava os itens em investigacao.
      * 15/10/26 - Cheque devolvido: um debito do extrato (valor
      *            negativo) com a referencia da fatura e o valor de
      *            um estorno de cheque devolvido gravado pelo
      *            PROGPAG (compensacao D) e conferido - sai na lista
      *            e na contagem de devolucoes em vez de cair em
      *            BANCO-EXC.DAT como "VALOR NAO POSITIVO".
      * 15/10/26 - Cada recibo da confirmacao e registado na serie RG
      *            do ano (PROGREGDOC) - numero na serie, ATCUD e
      *            hash encadeado.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBANCO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT EXCECOES   ASSIGN TO "BANCO-EXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

       01 WS-FATURA-ACHADA         PIC X VALUE 'N'.
           88 WS-FATURA-EXISTE            VALUE 'S'.
       01 WS-DEVOLUCAO-ACHADA      PIC X VALUE 'N'.
           88 WS-DEVOLUCAO-CONFERIDA      VALUE 'S'.

       01 WS-FS-NOTASCRED          PIC X(02) VALUE ZEROS.
       01 WS-FS-MESFECHO           PIC X(02) VALUE ZEROS.

       01 WS-CONT-CONFIRMADOS      PIC 9(04) VALUE ZEROS.
       01 WS-CONT-EXCECOES         PIC 9(04) VALUE ZEROS.
       01 WS-CONT-DEVOLVIDOS       PIC 9(04) VALUE ZEROS.

       01 WS-IND-REGDOC            PIC X VALUE 'N'.
           88 WS-REGDOC-FALHOU            VALUE 'S'.

       01 REGDOC-PARAMETRES.
           02 RD-FUNCAO                PIC X(01).
           02 RD-TIPO                  PIC X(02).
           02 RD-NUMERO                PIC 9(06).
           02 RD-DATA                  PIC 9(08).
           02 RD-VALOR                 PIC S9(07)V99.
           02 RD-SERIE                 PIC X(10).
           02 RD-SEQ                   PIC 9(06).
           02 RD-ATCUD                 PIC X(20).
           02 RD-HASH-ANTERIOR         PIC X(18).
           02 RD-HASH                  PIC X(18).
           02 RD-RESULTADO             PIC X(01).
               88 RD-OK                       VALUE 'S'.
               88 RD-NAO-ENCONTRADO           VALUE 'N'.
               88 RD-ERRO                     VALUE 'F'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "CONFIRMACOES GRAVADAS : "
                       WS-CONT-CONFIRMADOS
               DISPLAY "EXCECOES              : " WS-CONT-EXCECOES
               DISPLAY "CHEQUES DEVOLVIDOS    : "
                       WS-CONT-DEVOLVIDOS
           END-IF

           PERFORM LIBERTA-LOCK-MESTRE
       RECONCILIA-MOVIMENTO.

           MOVE SPACES TO WS-MOTIVO
           MOVE 'N' TO WS-DEVOLUCAO-ACHADA
           MOVE FD-BAN-REFERENCIA (1: 6) TO WS-REF-TEXTO

      * Os creditos de deposito da caixa (referencia a comecar em
                        TO WS-MOTIVO
               ELSE
                   MOVE WS-REF-TEXTO TO WS-REF-FATURA
                   IF FD-BAN-VALOR < ZEROS
                       PERFORM PROCURA-DEVOLUCAO
                   END-IF
                   PERFORM PROCURA-FATURA

                   EVALUATE TRUE
                       WHEN WS-DEVOLUCAO-CONFERIDA
                           CONTINUE
                       WHEN NOT WS-FATURA-EXISTE
                           MOVE "FATURA INEXISTENTE" TO WS-MOTIVO
                       WHEN FD-BAN-VALOR <= ZEROS
               END-IF
               END-IF

               EVALUATE TRUE
                   WHEN WS-DEVOLUCAO-CONFERIDA
                       ADD 1 TO WS-CONT-DEVOLVIDOS
                       DISPLAY "CHEQUE DEVOLVIDO CONFERIDO: FATURA "
                               WS-REF-FATURA
                   WHEN WS-MOTIVO = SPACES
                       PERFORM GRAVA-CONFIRMACAO
                   WHEN OTHER
                       PERFORM GRAVA-EXCECAO
               END-EVALUATE
           END-IF

           PERFORM LE-MOVIMENTO.
               CLOSE FATURAS
           END-IF.

      * O debito do banco confere com o estorno do cheque devolvido
      * da mesma fatura e do mesmo valor (ambos negativos).
       PROCURA-DEVOLUCAO.

           MOVE 'N' TO WS-FIM-PESQUISA
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM VERIFICA-DEVOLUCAO
                   UNTIL WS-PESQUISA-ESGOTADA
                      OR WS-DEVOLUCAO-CONFERIDA
               CLOSE PAGAMENTOS
           END-IF.

       VERIFICA-DEVOLUCAO.

           IF PAG-FATURA = WS-REF-FATURA
              AND PAG-ESTORNO
              AND PAG-CHEQUE-DEVOLVIDO
              AND PAG-VALOR = FD-BAN-VALOR
               SET WS-DEVOLUCAO-CONFERIDA TO TRUE
           ELSE
               PERFORM LE-PAGAMENTO
           END-IF.

      * O residual parte do valor da fatura, abate as confirmacoes
      * (S) e estornos (E, valor simetrico) de todas as parcelas e
      * as notas de credito da fatura.

           CLOSE PAGAMENTOS

           MOVE 'RG'       TO RD-TIPO
           MOVE PAG-RECIBO TO RD-NUMERO
           MOVE PAG-DATA   TO RD-DATA
           MOVE PAG-VALOR  TO RD-VALOR
           PERFORM REGISTA-DOCUMENTO-FISCAL

           ADD 1 TO WS-CONT-CONFIRMADOS
           DISPLAY "CONFIRMADA A FATURA " WS-REF-FATURA
                   " (CLIENTE " WS-FATURA-CLIENTE ")".

           ADD 1 TO WS-CONT-EXCECOES
           DISPLAY "EXCECAO: " FD-BAN-REFERENCIA " - " WS-MOTIVO.

      * Regista o documento na sua serie; se falhar o documento fica
      * emitido e o PROGSERIE acusa o numero sem registo.
       REGISTA-DOCUMENTO-FISCAL.

           MOVE 'E' TO RD-FUNCAO
           MOVE 'N' TO WS-IND-REGDOC

           CALL 'PROGREGDOC' USING REGDOC-PARAMETRES
               ON EXCEPTION
                   SET WS-REGDOC-FALHOU TO TRUE
           END-CALL

           IF WS-REGDOC-FALHOU OR NOT RD-OK
               DISPLAY "AVISO: " RD-TIPO " " RD-NUMERO
                       " NAO REGISTADO NA SERIE."
           ELSE
               DISPLAY "  SERIE " RD-SERIE " N. " RD-SEQ
                       " ATCUD " RD-ATCUD
           END-IF.
       END PROGRAM PROGBANCO.
