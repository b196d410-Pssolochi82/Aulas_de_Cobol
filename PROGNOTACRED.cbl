      *            fatura) e imprime em NOTACRED.LIS. O PROGEXTRATO
      *            e o PROGIDADE abatem as notas de credito ao
      *            devido. A opcao 2 lista as notas emitidas.
      * 15/10/26 - A nota de credito e registada na serie NC do ano
      *            (PROGREGDOC) e o documento impresso leva a serie,
      *            o numero na serie e o ATCUD.
      * 15/10/26 - Em ambiente de formacao (PROGAMBIENTE) o ecra e cada
      *            nota de credito levam a marca do ambiente.
      * 15/10/26 - A nota de credito passa a exigir aprovacao: a opcao
      *            1 valida a fatura e o valor e regista o pedido em
      *            APROVACOES.DAT (PROGPENDENTE), com a descricao como
      *            motivo - um so pedido em aberto por fatura. As
      *            notas aprovadas no PROGAPROVA sao emitidas no
      *            inicio da sessao seguinte, revalidadas contra o que
      *            resta creditar, em nome do requerente; o pedido
      *            fica aplicado ou falhado.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE
      *            (com duplicados); o SELECT passa a declara-la.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGNOTACRED.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT CONTROLE  ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-VALOR-EDIT            PIC -(07)9.99.
       01 WS-CONT-LISTADAS         PIC 9(03) VALUE ZEROS.

      * Nota sujeita a aprovacao (APROVACOES.DAT via PROGPENDENTE).
       01 WS-OPERADOR-NOTA         PIC X(08) VALUE SPACES.
       01 WS-RAZAO-RECUSA          PIC X(40) VALUE SPACES.
       01 WS-CONT-APLICADAS        PIC 9(04) VALUE ZEROS.
       01 WS-IND-PENDENTE          PIC X VALUE 'N'.
           88 WS-PENDENTE-FALHOU          VALUE 'S'.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.

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

       01 PENDENTE-PARAMETRES.
           02 PND-FUNCAO               PIC X(01).
           02 PND-OPERADOR             PIC X(08).
           COPY "APRREG.cpy" REPLACING NIVEL-APR BY 02
                                       CAMPO-APR-REG BY PND-PEDIDO.
           02 PND-RESULTADO            PIC X(01).
               88 PND-OK                      VALUE 'S'.
               88 PND-NAO-ENCONTRADO          VALUE 'N'.
               88 PND-ERRO                    VALUE 'F'.

       01 AMBIENTE-PARAMETRES.
           02 AMB-FUNCAO               PIC X(01).
           02 AMB-MODO                 PIC X(01) VALUE 'R'.
               88 AMB-REAL                    VALUE 'R'.
               88 AMB-FORMACAO                VALUE 'F'.
           02 AMB-DIRETORIO            PIC X(20).
           02 AMB-MARCA                PIC X(40).
           02 AMB-RESULTADO            PIC X(01).
               88 AMB-OK                      VALUE 'S'.
               88 AMB-INVALIDO                VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
           ELSE
               PERFORM CONSULTA-AMBIENTE
               PERFORM LE-CONTROLE
               PERFORM APLICA-NOTAS-APROVADAS
               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO
           END-IF
           DISPLAY "NOTAS DE CREDITO TERMINADAS."
           GOBACK.

      * O ambiente vem da sessao (escolhido no sign-on ou trazido
      * pelo RUNMENU.sh/RUNBATCH.sh); em formacao o ecra e os
      * impressos levam a marca.
       CONSULTA-AMBIENTE.

           MOVE 'C' TO AMB-FUNCAO
           CALL 'PROGAMBIENTE' USING AMBIENTE-PARAMETRES
               ON EXCEPTION
                   SET AMB-REAL TO TRUE
           END-CALL

           IF AMB-FORMACAO
               DISPLAY "*  " AMB-MARCA
           END-IF.

       LE-CONTROLE.

           MOVE SPACES TO CTL-REGISTO-GERAL
       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - PEDIR NOTA DE CREDITO (COM APROVACAO)"
           DISPLAY "  2 - LISTAR NOTAS EMITIDAS"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
                   DISPLAY "DESCRICAO/MOTIVO: "
                   ACCEPT WS-DESCRICAO

                   EVALUATE TRUE
                       WHEN WS-VALOR <= ZEROS OR WS-VALOR > WS-RESTA
                           DISPLAY "VALOR INVALIDO (1 A "
                                   WS-VALOR-EDIT ") - NADA EMITIDO."
                       WHEN WS-DESCRICAO = SPACES
                           DISPLAY "SEM DESCRICAO/MOTIVO - NADA "
                                   "EMITIDO."
                       WHEN OTHER
                           PERFORM PEDE-APROVACAO-NOTA
                   END-EVALUATE
               END-IF
           END-IF.

      * A nota nao e emitida logo: fica como pedido na fila de
      * aprovacao e sai na sessao seguinte depois de um supervisor
      * - que nao seja o requerente - a aprovar no PROGAPROVA. Um
      * so pedido em aberto por fatura.
       PEDE-APROVACAO-NOTA.

           MOVE SPACES TO PND-PEDIDO
           SET APR-NOTA-CREDITO TO TRUE
           MOVE WS-FATURA-NUM TO APR-NC-FATURA
           MOVE 'C' TO PND-FUNCAO
           PERFORM CHAMA-PENDENTE

           EVALUATE TRUE
               WHEN WS-PENDENTE-FALHOU OR PND-ERRO
                   DISPLAY "FILA DE APROVACAO INDISPONIVEL - NADA "
                           "EMITIDO."
               WHEN PND-OK
                   DISPLAY "JA EXISTE O PEDIDO " APR-NUMERO
                           " (ESTADO " APR-ESTADO ") PARA ESTA "
                           "FATURA - NADA EMITIDO."
               WHEN OTHER
                   MOVE "PROGNOTACRED" TO APR-PROGRAMA
                   MOVE SPACES TO APR-ANTES APR-DEPOIS
                   MOVE WS-RESTA TO WS-VALOR-EDIT
                   STRING "POR CREDITAR " WS-VALOR-EDIT
                       DELIMITED BY SIZE INTO APR-ANTES
                   END-STRING
                   MOVE WS-VALOR     TO APR-NC-VALOR
                   MOVE WS-DESCRICAO TO APR-MOTIVO
                   MOVE SGN-OPERADOR TO APR-REQUERENTE PND-OPERADOR
                   MOVE 'R' TO PND-FUNCAO
                   PERFORM CHAMA-PENDENTE
                   IF WS-PENDENTE-FALHOU OR NOT PND-OK
                       DISPLAY "ERRO AO REGISTAR O PEDIDO - NADA "
                               "EMITIDO."
                   ELSE
                       DISPLAY "NOTA DE CREDITO PEDIDA COM O NUMERO "
                               APR-NUMERO " - AGUARDA APROVACAO DE "
                               "UM SUPERVISOR."
                   END-IF
           END-EVALUATE.

      * Cada nota aprovada e revalidada contra o que resta creditar
      * da fatura e emitida em nome do requerente; o pedido fica
      * aplicado, ou falhado com a razao.
       APLICA-NOTAS-APROVADAS.

           MOVE ZEROS TO WS-CONT-APLICADAS
           MOVE SPACES TO PND-PEDIDO
           MOVE ZEROS TO APR-NUMERO
           SET APR-NOTA-CREDITO TO TRUE
           MOVE 'S' TO PND-FUNCAO
           PERFORM CHAMA-PENDENTE

           PERFORM APLICA-NOTA-APROVADA
               UNTIL WS-PENDENTE-FALHOU OR NOT PND-OK

           IF WS-CONT-APLICADAS > ZERO
               PERFORM GRAVA-CONTROLE
               DISPLAY "NOTAS DE CREDITO APROVADAS EMITIDAS: "
                       WS-CONT-APLICADAS
           END-IF.

       APLICA-NOTA-APROVADA.

           DISPLAY "NOTA DE CREDITO APROVADA - PEDIDO " APR-NUMERO
                   " DE " APR-REQUERENTE ", APROVADO POR "
                   APR-DECISOR
           MOVE APR-NC-FATURA TO WS-FATURA-NUM
           MOVE APR-NC-VALOR  TO WS-VALOR
           MOVE APR-MOTIVO    TO WS-DESCRICAO
           MOVE SPACES TO WS-RAZAO-RECUSA

           PERFORM PROCURA-FATURA
           IF NOT WS-FATURA-EXISTE
               MOVE "FATURA NAO ENCONTRADA" TO WS-RAZAO-RECUSA
           ELSE
               PERFORM SOMA-CREDITOS-ANTERIORES
               COMPUTE WS-RESTA = FAT-VALOR - WS-JA-CREDITADO
               IF WS-VALOR <= ZEROS OR WS-VALOR > WS-RESTA
                   MOVE "VALOR ACIMA DO QUE RESTA CREDITAR"
                       TO WS-RAZAO-RECUSA
               END-IF
           END-IF

           IF WS-RAZAO-RECUSA = SPACES
               MOVE APR-REQUERENTE TO WS-OPERADOR-NOTA
               PERFORM GRAVA-NOTA
               PERFORM IMPRIME-NOTA
               ADD 1 TO CTL-PROX-NOTACRED
               ADD 1 TO WS-CONT-APLICADAS
               MOVE 'X' TO PND-FUNCAO
           ELSE
               DISPLAY "PEDIDO " APR-NUMERO " NAO APLICADO - "
                       WS-RAZAO-RECUSA
               MOVE WS-RAZAO-RECUSA TO APR-NOTA-DECISAO
               MOVE 'F' TO PND-FUNCAO
           END-IF
           MOVE SGN-OPERADOR TO PND-OPERADOR
           PERFORM CHAMA-PENDENTE

           SET APR-NOTA-CREDITO TO TRUE
           MOVE 'S' TO PND-FUNCAO
           PERFORM CHAMA-PENDENTE.

       CHAMA-PENDENTE.

           MOVE 'N' TO WS-IND-PENDENTE
           CALL 'PROGPENDENTE' USING PENDENTE-PARAMETRES
               ON EXCEPTION
                   SET WS-PENDENTE-FALHOU TO TRUE
           END-CALL.

      * Com o mestre indexado a fatura original vem por leitura
      * direta pela chave.
       PROCURA-FATURA.
           MOVE WS-DESCRICAO      TO NCR-DESCRICAO
           MOVE WS-VALOR          TO NCR-VALOR
           MOVE WS-DATA-HOJE      TO NCR-DATA
           MOVE WS-OPERADOR-NOTA  TO NCR-OPERADOR
           WRITE FD-NOTACRED-REG

           CLOSE NOTASCRED

           DISPLAY "NOTA DE CREDITO " NCR-NUMERO " EMITIDA SOBRE "
                   "A FATURA " NCR-FATURA "."

           MOVE 'NC'       TO RD-TIPO
           MOVE NCR-NUMERO TO RD-NUMERO
           MOVE NCR-DATA   TO RD-DATA
           MOVE NCR-VALOR  TO RD-VALOR
           PERFORM REGISTA-DOCUMENTO-FISCAL.

       IMPRIME-NOTA.

           MOVE ALL "=" TO WS-LINHA
           PERFORM GRAVA-LINHA

           IF AMB-FORMACAO
               MOVE AMB-MARCA TO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "NOTA DE CREDITO N. " NCR-NUMERO
                  "  EMITIDA EM " NCR-DATA
           END-STRING
           PERFORM GRAVA-LINHA

           IF RD-OK
               MOVE SPACES TO WS-LINHA
               STRING "SERIE " RD-SERIE " N. " RD-SEQ
                      "  ATCUD " RD-ATCUD
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM GRAVA-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "CLIENTE " NCR-CLIENTE " " WS-NOME-CLIENTE
               DELIMITED BY SIZE INTO WS-LINHA
           ADD 1 TO WS-CONT-LISTADAS

           PERFORM LE-NOTA.

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
       END PROGRAM PROGNOTACRED.
