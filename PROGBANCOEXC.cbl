      *            lancamento faz o ciclo do CTL-PROX-RECIBO e
      *            escreve PAGAMENTOS.DAT, o lost-update que o
      *            lock existe para impedir.
      * 15/10/26 - Cada recibo da confirmacao e registado na serie RG
      *            do ano (PROGREGDOC) - numero na serie, ATCUD e
      *            hash encadeado.
      * 15/10/26 - A sessao comeca pela escolha da lista: B = as
      *            excecoes da reconciliacao bancaria (BANCO-EXC.DAT)
      *            ou M = as da importacao Multibanco (MB-EXC.DAT,
      *            PROGMULTIBANCO), com o mesmo registo e o mesmo
      *            tratamento; a confirmacao atribuida a partir da
      *            lista Multibanco leva forma M.
      * 15/10/26 - PAGAMENTOS.DAT ganhou as chaves alternativas
      *            PAG-FATURA e PAG-CLIENTE (com duplicados); o SELECT
      *            passa a declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBANCOEXC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCECOES   ASSIGN TO DYNAMIC WS-NOME-EXCECOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECOES.
           SELECT TRABALHO   ASSIGN TO "BANCO-EXC.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT CONTROLE   ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY "CTLGERAL.cpy".

       01 WS-FS-EXCECOES           PIC X(02) VALUE ZEROS.

      * Lista em tratamento e a forma das confirmacoes atribuidas.
       01 WS-NOME-EXCECOES         PIC X(20) VALUE "BANCO-EXC.DAT".
       01 WS-LISTA                 PIC X VALUE 'B'.
           88 WS-LISTA-BANCO              VALUE 'B' 'b' ' '.
           88 WS-LISTA-MULTIBANCO         VALUE 'M' 'm'.
       01 WS-FORMA                 PIC X VALUE 'T'.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

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

                           "TARDE."
               ELSE
                   PERFORM LE-CONTROLE
                   PERFORM ESCOLHE-LISTA
                   PERFORM TRATA-FICHEIRO
                   PERFORM LIBERTA-LOCK-MESTRE
               END-IF
           WRITE FD-CTL-REGISTO
           CLOSE CONTROLE.

       ESCOLHE-LISTA.

           DISPLAY "EXCECOES DO BANCO (B) OU DO MULTIBANCO (M)? "
           MOVE SPACE TO WS-LISTA
           ACCEPT WS-LISTA

           IF WS-LISTA-MULTIBANCO
               MOVE "MB-EXC.DAT" TO WS-NOME-EXCECOES
               MOVE 'M' TO WS-FORMA
           ELSE
               MOVE "BANCO-EXC.DAT" TO WS-NOME-EXCECOES
               MOVE 'T' TO WS-FORMA
           END-IF.

       TRATA-FICHEIRO.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT EXCECOES
           IF WS-FS-EXCECOES NOT = "00"
               DISPLAY WS-NOME-EXCECOES " NAO ENCONTRADO - SEM "
                       "EXCECOES A TRATAR."
           ELSE
               OPEN OUTPUT TRABALHO
           ADD 1 TO CTL-PROX-RECIBO
           MOVE WS-OPERADOR     TO PAG-OPERADOR
           MOVE WS-DATA-HOJE    TO PAG-DATA
           MOVE WS-FORMA        TO PAG-FORMA
           MOVE SPACE           TO PAG-COMPENSACAO
           WRITE FD-PAG-REGISTO

           CLOSE PAGAMENTOS

           MOVE 'RG'       TO RD-TIPO
           MOVE PAG-RECIBO TO RD-NUMERO
           MOVE PAG-DATA   TO RD-DATA
           MOVE PAG-VALOR  TO RD-VALOR
           PERFORM REGISTA-DOCUMENTO-FISCAL

           DISPLAY "CONFIRMACAO GRAVADA (RECIBO " PAG-RECIBO ").".

       COPIA-DE-VOLTA.
           WRITE FD-EXCECAO-REG

           PERFORM LE-TRABALHO.

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
       END PROGRAM PROGBANCOEXC.
