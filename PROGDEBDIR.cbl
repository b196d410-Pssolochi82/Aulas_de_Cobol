      *            retorno faz o ciclo do CTL-PROX-RECIBO e
      *            escreve PAGAMENTOS.DAT, o lost-update que o
      *            lock existe para impedir.
      * 15/10/26 - Cada recibo da confirmacao e registado na serie RG
      *            do ano (PROGREGDOC) - numero na serie, ATCUD e
      *            hash encadeado.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDEBDIR.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT COBRANCA     ASSIGN TO "COBRANCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT EXCECOES     ASSIGN TO "DEBDIR-EXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EX-MOTIVO             PIC X(40).

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


           CLOSE PAGAMENTOS

           MOVE 'RG'       TO RD-TIPO
           MOVE PAG-RECIBO TO RD-NUMERO
           MOVE PAG-DATA   TO RD-DATA
           MOVE PAG-VALOR  TO RD-VALOR
           PERFORM REGISTA-DOCUMENTO-FISCAL

           DISPLAY "COBRADA A PARCELA " WS-PARCELA-RET
                   " DA FATURA " WS-FATURA-RET " (RECIBO "
                   PAG-RECIBO ")".
                       "MARCADA PAGA - FILE STATUS "
                       WS-FS-PRESTACOES
           END-IF.

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
       END PROGRAM PROGDEBDIR.
