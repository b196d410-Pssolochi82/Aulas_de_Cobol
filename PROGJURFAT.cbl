      *            decisao fica em JUR-FATURADO (regravacao por
      *            JUROS.TMP) e uma recorrida nao volta a cobrar -
      *            o PROGJUROS carrega as marcas quando recalcula.
      * 15/10/26 - A fatura de juros e registada na serie FT do ano
      *            (PROGREGDOC), como as do PROGFATURA.
      * 15/10/26 - A sessao comeca pela identificacao (PROGSIGNON) e
      *            a dispensa passa a exigir aprovacao: D pede o
      *            motivo e regista o pedido em APROVACOES.DAT
      *            (PROGPENDENTE), deixando o juro por tratar. Com o
      *            pedido pendente o juro e saltado; aprovado no
      *            PROGAPROVA, a passagem seguinte marca-o dispensado
      *            e o pedido fica aplicado.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE
      *            (com duplicados); o SELECT passa a declara-la.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGJURFAT.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT FATLINHAS ASSIGN TO "FATLINHAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

       01 WS-CONT-FATURADOS        PIC 9(03) VALUE ZEROS.
       01 WS-CONT-DISPENSADOS      PIC 9(03) VALUE ZEROS.
       01 WS-CONT-PEDIDOS          PIC 9(03) VALUE ZEROS.

      * Dispensa sujeita a aprovacao (APROVACOES.DAT via PROGPENDENTE).
       01 WS-MOTIVO-DISPENSA       PIC X(40) VALUE SPACES.
       01 WS-IND-PENDENTE          PIC X VALUE 'N'.
           88 WS-PENDENTE-FALHOU          VALUE 'S'.

       01 PENDENTE-PARAMETRES.
           02 PND-FUNCAO               PIC X(01).
           02 PND-OPERADOR             PIC X(08).
           COPY "APRREG.cpy" REPLACING NIVEL-APR BY 02
                                       CAMPO-APR-REG BY PND-PEDIDO.
           02 PND-RESULTADO            PIC X(01).
               88 PND-OK                      VALUE 'S'.
               88 PND-NAO-ENCONTRADO          VALUE 'N'.
               88 PND-ERRO                    VALUE 'F'.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
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
           DISPLAY "*    FATURACAO DOS JUROS DE MORA          *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF WS-SIGNON-FALHOU OR SGN-FALHOU
               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM LE-CONTROLE
               DISPLAY " "
               DISPLAY "JUROS FATURADOS   : " WS-CONT-FATURADOS
               DISPLAY "JUROS DISPENSADOS : " WS-CONT-DISPENSADOS
               DISPLAY "DISPENSAS PEDIDAS : " WS-CONT-PEDIDOS
           END-IF

           GOBACK.
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * Antes de perguntar, ve se o juro ja tem dispensa pedida: a
      * aprovada e aplicada, a pendente deixa o juro como esta.
       TRATA-JURO.

           IF JUR-FATURADO = SPACE
                       JUR-CLIENTE
               DISPLAY "  " JUR-DIAS " DIAS A " JUR-TAXA
                       " % = " WS-VALOR-EDIT

               PERFORM CONSULTA-DISPENSA
               EVALUATE TRUE
                   WHEN WS-PENDENTE-FALHOU OR PND-ERRO
                       DISPLAY "FILA DE APROVACAO INDISPONIVEL - "
                               "JURO DEIXADO PARA DEPOIS."
                   WHEN PND-OK AND APR-APROVADO
                       PERFORM APLICA-DISPENSA-APROVADA
                   WHEN PND-OK
                       DISPLAY "DISPENSA PEDIDA (PEDIDO " APR-NUMERO
                               ") AGUARDA APROVACAO - JURO "
                               "DEIXADO."
                   WHEN OTHER
                       PERFORM PEDE-DECISAO
               END-EVALUATE
           END-IF


           PERFORM LE-JURO.

       PEDE-DECISAO.

           DISPLAY "FATURAR (F), PEDIR DISPENSA (D) OU DEIXAR "
                   "(ENTER)? "
           MOVE SPACE TO WS-DECISAO
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN 'F'
               WHEN 'f'
                   PERFORM EMITE-FATURA-JURO
                   MOVE 'S' TO JUR-FATURADO
                   MOVE WS-FATURA-EMITIDA
                        TO JUR-FATURA-EMITIDA
                   ADD 1 TO WS-CONT-FATURADOS
               WHEN 'D'
               WHEN 'd'
                   DISPLAY "MOTIVO DA DISPENSA: "
                   MOVE SPACES TO WS-MOTIVO-DISPENSA
                   ACCEPT WS-MOTIVO-DISPENSA
                   IF WS-MOTIVO-DISPENSA = SPACES
                       DISPLAY "SEM MOTIVO - DISPENSA NAO PEDIDA."
                   ELSE
                       PERFORM REGISTA-PEDIDO-DISPENSA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONSULTA-DISPENSA.

           MOVE SPACES TO PND-PEDIDO
           SET APR-DISPENSA-JURO TO TRUE
           MOVE JUR-FATURA  TO APR-JD-FATURA
           MOVE JUR-PARCELA TO APR-JD-PARCELA
           MOVE 'C' TO PND-FUNCAO
           PERFORM CHAMA-PENDENTE.

      * O juro fica por tratar ate o pedido ser decidido.
       REGISTA-PEDIDO-DISPENSA.

           MOVE "PROGJURFAT" TO APR-PROGRAMA
           MOVE SPACES TO APR-ANTES APR-DEPOIS
           STRING "JURO " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO APR-ANTES
           END-STRING
           MOVE "DISPENSADO" TO APR-DEPOIS
           MOVE WS-MOTIVO-DISPENSA TO APR-MOTIVO
           MOVE SGN-OPERADOR TO APR-REQUERENTE PND-OPERADOR
           MOVE 'R' TO PND-FUNCAO
           PERFORM CHAMA-PENDENTE

           IF WS-PENDENTE-FALHOU OR NOT PND-OK
               DISPLAY "ERRO AO REGISTAR O PEDIDO - DISPENSA NAO "
                       "PEDIDA."
           ELSE
               ADD 1 TO WS-CONT-PEDIDOS
               DISPLAY "DISPENSA PEDIDA COM O NUMERO " APR-NUMERO
                       " - AGUARDA APROVACAO DE UM SUPERVISOR."
           END-IF.

       APLICA-DISPENSA-APROVADA.

           MOVE 'D' TO JUR-FATURADO
           ADD 1 TO WS-CONT-DISPENSADOS
           DISPLAY "DISPENSA APROVADA - PEDIDO " APR-NUMERO
                   " DE " APR-REQUERENTE ", APROVADO POR "
                   APR-DECISOR " - JURO DISPENSADO."

           MOVE SGN-OPERADOR TO PND-OPERADOR
           MOVE 'X' TO PND-FUNCAO
           PERFORM CHAMA-PENDENTE.

       CHAMA-PENDENTE.

           MOVE 'N' TO WS-IND-PENDENTE
           CALL 'PROGPENDENTE' USING PENDENTE-PARAMETRES
               ON EXCEPTION
                   SET WS-PENDENTE-FALHOU TO TRUE
           END-CALL.

      * A fatura de juros sai pela serie normal, com a descricao a
      * identifica-la como juros e uma linha unica isenta de IVA.
       EMITE-FATURA-JURO.
           ADD 1 TO CTL-PROX-FATURA

           DISPLAY "FATURA DE JUROS " WS-FATURA-EMITIDA
                   " EMITIDA AO CLIENTE " JUR-CLIENTE "."

           MOVE 'FT'              TO RD-TIPO
           MOVE WS-FATURA-EMITIDA TO RD-NUMERO
           MOVE WS-DATA-HOJE      TO RD-DATA
           MOVE JUR-VALOR         TO RD-VALOR
           PERFORM REGISTA-DOCUMENTO-FISCAL.

       COPIA-DE-VOLTA.

           WRITE FD-JURO-REG

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
       END PROGRAM PROGJURFAT.
