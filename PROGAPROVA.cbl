      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: FILA DE APROVACAO - O SUPERVISOR REVE OS PEDIDOS
      *          PENDENTES DAS OPERACOES SENSIVEIS (ESTORNO, NOTA DE
      *          CREDITO, EMENDA DE NOTA E DISPENSA DE JURO), APROVA
      *          OU REJEITA, E LISTA A FILA.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. Um so operador fazia sozinho o
      *            estorno, a nota de credito, a emenda de nota e a
      *            dispensa de juro. Estas operacoes passam a ficar
      *            como pedido em APROVACOES.DAT (APRREG.cpy, pelo
      *            PROGPENDENTE) e so tem efeito depois de aprovadas
      *            aqui por um supervisor que nao seja o requerente.
      *            Aprovacao e rejeicao vao para AUDIT.DAT com o
      *            requerente e o aprovador. O pedido aprovado e
      *            aplicado pelo programa de origem na sessao
      *            seguinte (PROGPAG, PROGNOTACRED, PROGEMENDA,
      *            PROGJURFAT), que o marca aplicado ou falhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAPROVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVACOES     ASSIGN TO "APROVACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-NUMERO
               FILE STATUS IS WS-FS-APROVACOES.
       DATA DIVISION.
       FILE SECTION.
       FD  APROVACOES.
       COPY "APRREG.cpy" REPLACING NIVEL-APR BY 01
                                   CAMPO-APR-REG BY FD-APROVACAO-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-APROVACOES         PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-REVISAO           PIC X VALUE 'N'.
           88 WS-REVISAO-TERMINADA        VALUE 'S'.

       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 WS-OPCAO                 PIC 9 VALUE 9.
       01 WS-DECISAO               PIC X VALUE SPACE.
       01 WS-NOTA                  PIC X(40) VALUE SPACES.
       01 WS-SO-PENDENTES          PIC X VALUE 'S'.
           88 WS-LISTA-PENDENTES          VALUE 'S' 's'.

       01 WS-CONT-PENDENTES        PIC 9(04) VALUE ZEROS.
       01 WS-CONT-PROPRIOS         PIC 9(04) VALUE ZEROS.
       01 WS-CONT-APROVADOS        PIC 9(04) VALUE ZEROS.
       01 WS-CONT-REJEITADOS       PIC 9(04) VALUE ZEROS.
       01 WS-CONT-LISTADOS         PIC 9(04) VALUE ZEROS.

       01 WS-OPERACAO-TX           PIC X(16) VALUE SPACES.
       01 WS-ESTADO-TX             PIC X(10) VALUE SPACES.
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.
       01 WS-VALOR-EDIT            PIC -(7)9.99.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-AUDIT             PIC X VALUE 'N'.
           88 WS-AUDIT-FALHOU             VALUE 'S'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       01 AUDIT-PARAMETRES.
           02 AUD-PROGRAMA             PIC X(14).
           02 AUD-TIPO                 PIC X(08).
           02 AUD-OPERADOR             PIC X(08).
           02 AUD-DETALHE              PIC X(60).
           02 AUD-RESULTADO            PIC X(01).
               88 AUD-OK                      VALUE 'S'.
               88 AUD-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*     FILA DE APROVACAO DE OPERACOES      *"
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

           IF NOT SGN-SUPERVISOR
               DISPLAY "A APROVACAO DE OPERACOES EXIGE PERFIL DE "
                       "SUPERVISOR - ACESSO RECUSADO."
               GOBACK
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM ABRE-APROVACOES

           PERFORM PROCESSA-OPCAO
               UNTIL WS-OPCAO = ZERO

           CLOSE APROVACOES

           DISPLAY "FILA DE APROVACAO TERMINADA."
           GOBACK.

       ABRE-APROVACOES.

           OPEN I-O APROVACOES
           IF WS-FS-APROVACOES = "35"
               OPEN OUTPUT APROVACOES
               CLOSE APROVACOES
               OPEN I-O APROVACOES
           END-IF.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - REVER PEDIDOS PENDENTES"
           DISPLAY "  2 - LISTAR A FILA"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REVE-PENDENTES
               WHEN 2
                   PERFORM LISTA-FILA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * REVISAO DOS PEDIDOS PENDENTES
      ******************************************************************
       REVE-PENDENTES.

           MOVE ZEROS TO WS-CONT-PENDENTES WS-CONT-PROPRIOS
                         WS-CONT-APROVADOS WS-CONT-REJEITADOS
           MOVE 'N' TO WS-FIM-REVISAO

           PERFORM INICIA-LEITURA
           PERFORM REVE-PEDIDO
               UNTIL WS-SEM-MAIS-REGISTOS OR WS-REVISAO-TERMINADA

           DISPLAY " "
           DISPLAY "PENDENTES VISTOS: " WS-CONT-PENDENTES
                   "  APROVADOS: " WS-CONT-APROVADOS
                   "  REJEITADOS: " WS-CONT-REJEITADOS
           IF WS-CONT-PROPRIOS > ZERO
               DISPLAY "PEDIDOS SEUS POR DECIDIR: " WS-CONT-PROPRIOS
                       " (SO OUTRO SUPERVISOR OS PODE DECIDIR)."
           END-IF.

      * O requerente nunca decide o proprio pedido - passa a frente.
       REVE-PEDIDO.

           IF APR-PENDENTE
               IF APR-REQUERENTE = SGN-OPERADOR
                   ADD 1 TO WS-CONT-PROPRIOS
               ELSE
                   ADD 1 TO WS-CONT-PENDENTES
                   PERFORM MOSTRA-PEDIDO
                   PERFORM PEDE-DECISAO
               END-IF
           END-IF

           IF NOT WS-REVISAO-TERMINADA
               PERFORM LE-PEDIDO
           END-IF.

       PEDE-DECISAO.

           DISPLAY "A = APROVAR, R = REJEITAR, ENTER = DEIXAR "
                   "PENDENTE, F = TERMINAR: "
           MOVE SPACE TO WS-DECISAO
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN 'A'
               WHEN 'a'
                   MOVE SPACES TO WS-NOTA
                   SET APR-APROVADO TO TRUE
                   PERFORM GRAVA-DECISAO
               WHEN 'R'
               WHEN 'r'
                   DISPLAY "RAZAO DA REJEICAO: "
                   MOVE SPACES TO WS-NOTA
                   ACCEPT WS-NOTA
                   IF WS-NOTA = SPACES
                       DISPLAY "SEM RAZAO - PEDIDO FICA PENDENTE."
                   ELSE
                       SET APR-REJEITADO TO TRUE
                       PERFORM GRAVA-DECISAO
                   END-IF
               WHEN 'F'
               WHEN 'f'
                   SET WS-REVISAO-TERMINADA TO TRUE
               WHEN OTHER
                   DISPLAY "PEDIDO " APR-NUMERO " FICA PENDENTE."
           END-EVALUATE.

       GRAVA-DECISAO.

           MOVE SGN-OPERADOR    TO APR-DECISOR
           MOVE WS-DATA-SISTEMA TO APR-DATA-DECISAO
           MOVE WS-NOTA         TO APR-NOTA-DECISAO

           REWRITE FD-APROVACAO-REG
           IF WS-FS-APROVACOES NOT = "00"
               DISPLAY "ERRO AO GRAVAR A DECISAO DO PEDIDO "
                       APR-NUMERO " - FILE STATUS " WS-FS-APROVACOES
           ELSE
               IF APR-APROVADO
                   ADD 1 TO WS-CONT-APROVADOS
                   MOVE "APROVADO" TO AUD-TIPO
                   DISPLAY "PEDIDO " APR-NUMERO " APROVADO - SERA "
                           "APLICADO NA PROXIMA SESSAO DE "
                           APR-PROGRAMA "."
               ELSE
                   ADD 1 TO WS-CONT-REJEITADOS
                   MOVE "REJEITAD" TO AUD-TIPO
                   DISPLAY "PEDIDO " APR-NUMERO " REJEITADO."
               END-IF
               PERFORM REGISTA-AUDITORIA
           END-IF.

       MOSTRA-PEDIDO.

           PERFORM DESCREVE-OPERACAO
           MOVE SPACES TO WS-DATA-EDIT
           STRING APR-DATA-PEDIDO (7: 2) "/" APR-DATA-PEDIDO (5: 2)
                  "/" APR-DATA-PEDIDO (1: 4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING

           DISPLAY " "
           DISPLAY "PEDIDO " APR-NUMERO " - " WS-OPERACAO-TX
                   " (" APR-PROGRAMA ")"
           DISPLAY "  PEDIDO POR : " APR-REQUERENTE " EM "
                   WS-DATA-EDIT
           EVALUATE TRUE
               WHEN APR-ESTORNO
                   DISPLAY "  ALVO       : CLIENTE " APR-ES-CLIENTE
                           " FATURA " APR-ES-FATURA
                           " PARCELA " APR-ES-PARCELA
                           " RECIBO " APR-ES-RECIBO
               WHEN APR-NOTA-CREDITO
                   MOVE APR-NC-VALOR TO WS-VALOR-EDIT
                   DISPLAY "  ALVO       : FATURA " APR-NC-FATURA
                           " VALOR " WS-VALOR-EDIT
               WHEN APR-EMENDA
                   DISPLAY "  ALVO       : ALUNO " APR-EM-ALUNO
                           " " APR-EM-MATERIA
                           " PERIODO " APR-EM-PERIODO
                           " TIPO " APR-EM-TIPO
               WHEN APR-DISPENSA-JURO
                   DISPLAY "  ALVO       : FATURA " APR-JD-FATURA
                           " PARCELA " APR-JD-PARCELA
               WHEN OTHER
                   DISPLAY "  ALVO       : " APR-CHAVE
           END-EVALUATE
           DISPLAY "  ANTES      : " APR-ANTES
           IF APR-NOTA-CREDITO
               DISPLAY "  DEPOIS     : NOTA DE CREDITO DE "
                       WS-VALOR-EDIT
           ELSE
               DISPLAY "  DEPOIS     : " APR-DEPOIS
           END-IF
           DISPLAY "  MOTIVO     : " APR-MOTIVO.

       DESCREVE-OPERACAO.

           EVALUATE TRUE
               WHEN APR-ESTORNO
                   MOVE "ESTORNO"          TO WS-OPERACAO-TX
               WHEN APR-NOTA-CREDITO
                   MOVE "NOTA DE CREDITO"  TO WS-OPERACAO-TX
               WHEN APR-EMENDA
                   MOVE "EMENDA DE NOTA"   TO WS-OPERACAO-TX
               WHEN APR-DISPENSA-JURO
                   MOVE "DISPENSA DE JURO" TO WS-OPERACAO-TX
               WHEN OTHER
                   MOVE APR-OPERACAO       TO WS-OPERACAO-TX
           END-EVALUATE.

      ******************************************************************
      * LISTAGEM DA FILA
      ******************************************************************
       LISTA-FILA.

           DISPLAY "SO OS PENDENTES? (S/N): "
           MOVE 'S' TO WS-SO-PENDENTES
           ACCEPT WS-SO-PENDENTES
           MOVE ZEROS TO WS-CONT-LISTADOS

           DISPLAY " "
           DISPLAY "NUMERO OPERACAO         ESTADO     REQUER.  "
                   "DECISOR  APLICADO"
           PERFORM INICIA-LEITURA
           PERFORM LISTA-PEDIDO
               UNTIL WS-SEM-MAIS-REGISTOS

           DISPLAY "PEDIDOS LISTADOS: " WS-CONT-LISTADOS.

       LISTA-PEDIDO.

           IF APR-PENDENTE OR NOT WS-LISTA-PENDENTES
               PERFORM DESCREVE-OPERACAO
               EVALUATE TRUE
                   WHEN APR-PENDENTE
                       MOVE "PENDENTE"  TO WS-ESTADO-TX
                   WHEN APR-APROVADO
                       MOVE "APROVADO"  TO WS-ESTADO-TX
                   WHEN APR-REJEITADO
                       MOVE "REJEITADO" TO WS-ESTADO-TX
                   WHEN APR-APLICADO
                       MOVE "APLICADO"  TO WS-ESTADO-TX
                   WHEN APR-FALHADO
                       MOVE "FALHADO"   TO WS-ESTADO-TX
                   WHEN OTHER
                       MOVE APR-ESTADO  TO WS-ESTADO-TX
               END-EVALUATE
               DISPLAY APR-NUMERO " " WS-OPERACAO-TX " "
                       WS-ESTADO-TX " " APR-REQUERENTE " "
                       APR-DECISOR " " APR-APLICADOR
               IF APR-REJEITADO OR APR-FALHADO
                   DISPLAY "       " APR-NOTA-DECISAO
               END-IF
               ADD 1 TO WS-CONT-LISTADOS
           END-IF

           PERFORM LE-PEDIDO.

       INICIA-LEITURA.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO APR-NUMERO
           START APROVACOES KEY NOT < APR-NUMERO
           IF WS-FS-APROVACOES = "00"
               PERFORM LE-PEDIDO
           ELSE
               SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-IF.

       LE-PEDIDO.

           READ APROVACOES NEXT
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * O operador do registo e o aprovador; o requerente vai no
      * detalhe, para as duas identidades ficarem em AUDIT.DAT.
       REGISTA-AUDITORIA.

           MOVE "PROGAPROVA"  TO AUD-PROGRAMA
           MOVE SGN-OPERADOR  TO AUD-OPERADOR
           MOVE SPACES TO AUD-DETALHE
           STRING APR-NUMERO " " APR-OPERACAO
                  " R:" APR-REQUERENTE
                  " A:" APR-DECISOR
                  " " APR-CHAVE
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING
           MOVE 'N' TO WS-IND-AUDIT

           CALL 'PROGAUDIT' USING AUDIT-PARAMETRES
               ON EXCEPTION
                   SET WS-AUDIT-FALHOU TO TRUE
           END-CALL

           IF WS-AUDIT-FALHOU OR AUD-FALHOU
               DISPLAY "AVISO: DECISAO DO PEDIDO " APR-NUMERO
                       " SEM REGISTO EM AUDIT.DAT."
           END-IF.
       END PROGRAM PROGAPROVA.
