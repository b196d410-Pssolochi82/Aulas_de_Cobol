      *            recibo antigo pelo numero, com os dados de
      *            PAGAMENTOS.DAT e o nome de CLIENTES.DAT, marcado
      *            como SEGUNDA VIA.
      * 15/10/26 - Recibo de pagamento repartido: o PROGPAG grava
      *            uma confirmacao por fatura com o mesmo recibo. A
      *            procura ja nao para na primeira - junta todas as
      *            do recibo e a segunda via lista cada fatura e
      *            parcela com o seu valor e o total recebido.
      * 15/10/26 - A segunda via leva a serie, o numero na serie e o
      *            ATCUD do registo do recibo (PROGREGDOC); os
      *            recibos anteriores as series saem como antes.
      * 15/10/26 - Em ambiente de formacao (PROGAMBIENTE) o ecra e cada
      *            segunda via levam a marca do ambiente.
      * 15/10/26 - PAGAMENTOS.DAT ganhou as chaves alternativas
      *            PAG-FATURA e PAG-CLIENTE (com duplicados); o SELECT
      *            passa a declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRECIMP.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT CLIENTES   ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-VALOR-EDIT            PIC -(07)9.99.

      * Confirmacoes do recibo (uma por fatura quando o pagamento
      * foi repartido) e os dados comuns da primeira.
       01 WS-RL-CONT               PIC 9(02) VALUE ZEROS.
       01 WS-RL-MAX                PIC 9(02) VALUE 40.
       01 WS-RL-IDX                PIC 9(02) VALUE ZEROS.
       01 WS-RL-TAB OCCURS 40 TIMES.
           03 WS-RL-FATURA         PIC 9(06).
           03 WS-RL-PARCELA        PIC 9(02).
           03 WS-RL-VALOR          PIC S9(07)V99.
       01 WS-RC-CLIENTE            PIC 9(06) VALUE ZEROS.
       01 WS-RC-DATA               PIC 9(08) VALUE ZEROS.
       01 WS-RC-FORMA              PIC X(01) VALUE SPACE.
       01 WS-RC-OPERADOR           PIC X(08) VALUE SPACES.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-RC-TOTAL.

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

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*        REIMPRESSAO DE RECIBOS           *"
           PERFORM CONSULTA-AMBIENTE
           DISPLAY "*******************************************"

           PERFORM REIMPRIME-UM

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

       REIMPRIME-UM.

           DISPLAY " "
           DISPLAY "REIMPRIMIR OUTRO RECIBO? (S/N): "
           ACCEPT WS-OPCAO.

      * Procura as CONFIRMACOES com o numero pedido (o estorno leva
      * o mesmo recibo - e a confirmacao que documenta o
      * recebimento). Um pagamento repartido tem uma por fatura.
       PROCURA-RECIBO.

           MOVE 'N' TO WS-RECIBO-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-RL-CONT WS-RC-TOTAL

           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS NOT = "00"
               PERFORM LE-PAGAMENTO
               PERFORM VERIFICA-RECIBO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF.

           IF PAG-RECIBO = WS-RECIBO-NUM
              AND PAG-RECIBO > ZERO
              AND PAG-ESTADO = 'S'
               IF NOT WS-RECIBO-EXISTE
                   SET WS-RECIBO-EXISTE TO TRUE
                   MOVE PAG-CLIENTE  TO WS-RC-CLIENTE
                   MOVE PAG-DATA     TO WS-RC-DATA
                   MOVE PAG-FORMA    TO WS-RC-FORMA
                   MOVE PAG-OPERADOR TO WS-RC-OPERADOR
               END-IF
               IF WS-RL-CONT < WS-RL-MAX
                   ADD 1 TO WS-RL-CONT
                   MOVE PAG-FATURA  TO WS-RL-FATURA (WS-RL-CONT)
                   MOVE PAG-PARCELA TO WS-RL-PARCELA (WS-RL-CONT)
                   MOVE PAG-VALOR   TO WS-RL-VALOR (WS-RL-CONT)
                   ADD PAG-VALOR TO WS-RC-TOTAL
               ELSE
                   DISPLAY "AVISO: RECIBO COM MAIS DE " WS-RL-MAX
                           " FATURAS - SEGUNDA VIA PARCIAL."
               END-IF
           END-IF

           PERFORM LE-PAGAMENTO.

       LE-NOME-CLIENTE.


           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES = "00"
               MOVE WS-RC-CLIENTE TO CLI-ID
               READ CLIENTES
               IF WS-FS-CLIENTES = "00"
                   MOVE CLI-NOME TO WS-NOME-CLIENTE
           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA

           IF AMB-FORMACAO
               MOVE AMB-MARCA TO WS-LINHA
               PERFORM EMITE-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "RECIBO N. " WS-RECIBO-NUM
                  "  EMITIDO EM " WS-RC-DATA
                  "  (SEGUNDA VIA)"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE 'RG' TO RD-TIPO
           MOVE WS-RECIBO-NUM TO RD-NUMERO
           PERFORM CONSULTA-DOCUMENTO-FISCAL
           IF RD-OK
               MOVE SPACES TO WS-LINHA
               STRING "SERIE " RD-SERIE " N. " RD-SEQ
                      "  ATCUD " RD-ATCUD
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "RECEBEMOS DE " WS-RC-CLIENTE " " WS-NOME-CLIENTE
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
               PERFORM EMITE-LINHA
           END-IF

           IF WS-RL-CONT = 1
               MOVE WS-RL-VALOR (1) TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA
               STRING "A QUANTIA DE " WS-VALOR-EDIT
                      " (FATURA " WS-RL-FATURA (1) " PARCELA "
                      WS-RL-PARCELA (1) ")"
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           ELSE
               MOVE WS-RC-TOTAL TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA
               STRING "A QUANTIA DE " WS-VALOR-EDIT
                      ", REPARTIDA POR:"
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               PERFORM EMITE-LINHA-FATURA
                   VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-CONT
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "FORMA " WS-RC-FORMA "  OPERADOR " WS-RC-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           DISPLAY "RECIBO REIMPRESSO EM RECIBOS.LIS.".

       EMITE-LINHA-FATURA.

           MOVE WS-RL-VALOR (WS-RL-IDX) TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "  FATURA " WS-RL-FATURA (WS-RL-IDX)
                  " PARCELA " WS-RL-PARCELA (WS-RL-IDX)
                  "  " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       EMITE-LINHA.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO FD-RECIBO-LINHA
           WRITE FD-RECIBO-LINHA.

      * Serie, numero na serie e ATCUD do documento, para a
      * impressao; os documentos anteriores as series nao os tem.
       CONSULTA-DOCUMENTO-FISCAL.

           MOVE 'C' TO RD-FUNCAO
           MOVE 'N' TO WS-IND-REGDOC

           CALL 'PROGREGDOC' USING REGDOC-PARAMETRES
               ON EXCEPTION
                   SET WS-REGDOC-FALHOU TO TRUE
           END-CALL

           IF WS-REGDOC-FALHOU
               SET RD-ERRO TO TRUE
           END-IF.
       END PROGRAM PROGRECIMP.
