      *            ano, operador do PROGSIGNON) - a secretaria prova
      *            o que emitiu, quando e por quem. A opcao 2 lista
      *            o registo de emissoes.
      * 15/10/26 - Em ambiente de formacao (PROGAMBIENTE) o ecra e cada
      *            declaracao levam a marca do ambiente.
      * 15/10/26 - Antes de emitir verifica a conta do encarregado do
      *            aluno (PROGDIVCON): com faturas ou parcelas abertas
      *            vencidas a declaracao fica retida em DOCRETIDOS.DAT
      *            (PROGRETIDO) e a divida e mostrada, salvo override de
      *            um supervisor com motivo gravado em AUDIT.DAT. Opcao
      *            3 lista os documentos retidos com a situacao atual da
      *            conta; emitido, o retido passa a E.
      * 15/10/26 - A declaracao passa a dizer a escala de classificacao
      *            do nivel de ensino da turma (PROGESCCON) e, numa
      *            escala qualitativa, o nome do codigo da media final.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCERTIFICADO.
           SELECT CERTLOG      ASSIGN TO "CERTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTLOG.
           SELECT ALUNOS       ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT RETIDOS      ASSIGN TO "DOCRETIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETIDOS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FINAL.
           03 FILLER                   PIC X(01).
           03 CLG-OPERADOR             PIC X(08).

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       FD  RETIDOS.
       COPY "DRTREG.cpy" REPLACING NIVEL-DRT BY 01
                                   CAMPO-DRT-REG BY FD-RETIDO-REG.

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.
       01 WS-FS-CERTLOG            PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-RETIDOS            PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-ANO-SEGUINTE          PIC 9(04) VALUE ZEROS.
       01 WS-CONT-LISTADOS         PIC 9(04) VALUE ZEROS.

      * Situacao financeira do encarregado antes de entregar a
      * declaracao: L = pode sair, R = retida por divida vencida,
      * V = nao foi possivel verificar (nao sai nem fica retida).
       01 WS-ENCARREGADO           PIC 9(06) VALUE ZEROS.
       01 WS-SITUACAO-FIN          PIC X VALUE 'L'.
           88 WS-DOC-LIBERTADO            VALUE 'L'.
           88 WS-DOC-RETIDO               VALUE 'R'.
           88 WS-DOC-SEM-VERIFICACAO      VALUE 'V'.
       01 WS-DIV-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-DIV-MOSTRAR           PIC 9(02) VALUE ZEROS.
       01 WS-DIV-RESTO             PIC 9(03) VALUE ZEROS.
       01 WS-VALOR-EDIT            PIC -(07)9.99.
       01 WS-TOTAL-EDIT            PIC -(07)9.99.

       01 WS-OVERRIDE-OK           PIC X VALUE 'N'.
           88 WS-OVERRIDE-AUTORIZADO      VALUE 'S'.
       01 WS-MOTIVO-OVERRIDE       PIC X(40) VALUE SPACES.

       01 WS-IND-AUDIT             PIC X VALUE 'N'.
           88 WS-AUDIT-FALHOU             VALUE 'S'.
       01 WS-IND-DIVCON            PIC X VALUE 'N'.
           88 WS-DIVCON-FALHOU            VALUE 'S'.
       01 WS-IND-RETIDO            PIC X VALUE 'N'.
           88 WS-RETIDO-FALHOU            VALUE 'S'.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.

               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

      * Escala do nivel de ensino da turma (PROGESCCON): a media
      * final sai com a escala em que foi dada e, numa escala
      * qualitativa, com o nome do codigo.
       01 WS-IND-ESCCON            PIC X VALUE 'N'.
           88 WS-ESCCON-FALHOU            VALUE 'S'.
       01 WS-MEDIA-TEXTO           PIC X(05).
       01 FILLER REDEFINES WS-MEDIA-TEXTO.
           03 WS-MX-INTEIRO             PIC 9(02).
           03 FILLER                    PIC X(01).
           03 WS-MX-DECIMAL             PIC 9(02).

       01 ESCCON-PARAMETRES.
           02 ECN-TURMA                PIC X(05).
           02 ECN-NIVEL                PIC X(02).
           02 ECN-VALOR                PIC 9(02)V99.
           02 ECN-TEXTO                PIC X(15).
           COPY "ESCREG.cpy" REPLACING NIVEL-ESC BY 02
                                       CAMPO-ESC-REG BY ECN-ESCALA.
           02 ECN-RESULTADO            PIC X(01).
               88 ECN-ENCONTRADA              VALUE 'S'.
               88 ECN-SEM-ESCALA              VALUE 'N'.
               88 ECN-SEM-FICHEIRO            VALUE 'F'.

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

       01 AUDIT-PARAMETRES.
           02 AUD-PROGRAMA             PIC X(14).
           02 AUD-TIPO                 PIC X(08).
           02 AUD-OPERADOR             PIC X(08).
           02 AUD-DETALHE              PIC X(60).
           02 AUD-RESULTADO            PIC X(01).
               88 AUD-OK                      VALUE 'S'.
               88 AUD-FALHOU                  VALUE 'N'.

       01 DIVCON-PARAMETRES.
           02 DVC-CLIENTE              PIC 9(06).
           02 DVC-DATA                 PIC 9(08).
           02 DVC-QTD                  PIC 9(03).
           02 DVC-TOTAL                PIC S9(07)V99.
           02 DVC-DIVIDA OCCURS 10 TIMES.
               03 DVC-FATURA               PIC 9(06).
               03 DVC-PARCELA              PIC 9(02).
               03 DVC-VENCIMENTO           PIC 9(08).
               03 DVC-VALOR                PIC S9(07)V99.
           02 DVC-RESULTADO            PIC X(01).
               88 DVC-SEM-DIVIDA              VALUE 'S'.
               88 DVC-COM-DIVIDA              VALUE 'D'.
               88 DVC-SEM-FICHEIRO            VALUE 'F'.

       01 RETIDO-PARAMETRES.
           02 RTD-FUNCAO               PIC X(01).
               88 RTD-RETER                   VALUE 'R'.
               88 RTD-EMITIDO                 VALUE 'E'.
           02 RTD-TIPO                 PIC X(01).
           02 RTD-ALUNO                PIC 9(06).
           02 RTD-ANO-LETIVO           PIC 9(04).
           02 RTD-ENCARREGADO          PIC 9(06).
           02 RTD-DIVIDAS              PIC 9(03).
           02 RTD-VALOR                PIC S9(07)V99.
           02 RTD-OPERADOR             PIC X(08).
           02 RTD-RESULTADO            PIC X(01).
               88 RTD-OK                      VALUE 'S'.
               88 RTD-SEM-REGISTO             VALUE 'N'.
               88 RTD-ERRO-FICHEIRO           VALUE 'F'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
           ELSE
               PERFORM CONSULTA-AMBIENTE
               PERFORM LE-CONTROLE
               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO
           DISPLAY "EMISSAO DE DECLARACOES TERMINADA."
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
           DISPLAY " "
           DISPLAY "  1 - EMITIR DECLARACAO"
           DISPLAY "  2 - LISTAR REGISTO DE EMISSOES"
           DISPLAY "  3 - LISTAR DOCUMENTOS RETIDOS"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO
                   PERFORM EMITE-DECLARACAO
               WHEN 2
                   PERFORM LISTA-EMISSOES
               WHEN 3
                   PERFORM LISTA-RETIDOS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                           RF-RESULTADO " - A DECLARACAO DE "
                           "TRANSICAO NAO PODE SER EMITIDA."
               WHEN OTHER
                   PERFORM VERIFICA-SITUACAO-FINANCEIRA
                   EVALUATE TRUE
                       WHEN WS-DOC-LIBERTADO
                           PERFORM IMPRIME-DECLARACAO
                           PERFORM GRAVA-LOG-EMISSAO
                           ADD 1 TO CTL-PROX-CERTIFICADO
                           PERFORM GRAVA-CONTROLE
                           PERFORM DA-RETIDO-COMO-EMITIDO
                       WHEN WS-DOC-RETIDO
                           PERFORM RETEM-DECLARACAO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

      * A declaracao so sai com a conta do encarregado do aluno
      * (ALU-ENCARREGADO) sem faturas nem parcelas abertas vencidas
      * (PROGDIVCON). Com divida fica retida, salvo override de um
      * supervisor com motivo gravado em AUDIT.DAT. Aluno sem ficha
      * ou sem encarregado nao tem conta a verificar.
       VERIFICA-SITUACAO-FINANCEIRA.

           SET WS-DOC-LIBERTADO TO TRUE
           PERFORM LE-ENCARREGADO

           IF WS-ENCARREGADO NOT = ZEROS
               PERFORM CONSULTA-DIVIDA
               IF DVC-COM-DIVIDA AND NOT WS-DOC-SEM-VERIFICACAO
                   SET WS-DOC-RETIDO TO TRUE
                   PERFORM MOSTRA-DIVIDA
                   IF SGN-SUPERVISOR
                       PERFORM PEDE-OVERRIDE
                       IF WS-OVERRIDE-AUTORIZADO
                           SET WS-DOC-LIBERTADO TO TRUE
                       END-IF
                   ELSE
                       DISPLAY "SO UM SUPERVISOR PODE AUTORIZAR A "
                               "EMISSAO COM DIVIDA VENCIDA."
                   END-IF
               END-IF
           END-IF.

       LE-ENCARREGADO.

           MOVE ZEROS TO WS-ENCARREGADO

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS = "00"
               MOVE WS-ALUNO-NUM TO ALU-NUMERO
               READ ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALU-ENCARREGADO TO WS-ENCARREGADO
               END-READ
               CLOSE ALUNOS
           END-IF.

      * Sem a sub-rotina a situacao nao pode ser verificada e o
      * documento nao sai (nem fica retido - nao se sabe a divida).
       CONSULTA-DIVIDA.

           MOVE WS-ENCARREGADO TO DVC-CLIENTE
           MOVE ZEROS          TO DVC-DATA
           SET DVC-SEM-DIVIDA TO TRUE
           MOVE 'N' TO WS-IND-DIVCON

           CALL 'PROGDIVCON' USING DIVCON-PARAMETRES
               ON EXCEPTION
                   SET WS-DIVCON-FALHOU TO TRUE
           END-CALL

           IF WS-DIVCON-FALHOU
               DISPLAY "PROGDIVCON INDISPONIVEL - SITUACAO "
                       "FINANCEIRA NAO VERIFICADA, DOCUMENTO NAO "
                       "EMITIDO."
               SET WS-DOC-SEM-VERIFICACAO TO TRUE
           END-IF.

       MOSTRA-DIVIDA.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "* O ENCARREGADO " WS-ENCARREGADO
                   " TEM DIVIDA VENCIDA:       *"
           DISPLAY "*******************************************"

           MOVE DVC-QTD TO WS-DIV-MOSTRAR
           IF DVC-QTD > 10
               MOVE 10 TO WS-DIV-MOSTRAR
           END-IF
           PERFORM MOSTRA-LINHA-DIVIDA
               VARYING WS-DIV-IDX FROM 1 BY 1
               UNTIL WS-DIV-IDX > WS-DIV-MOSTRAR

           IF DVC-QTD > 10
               COMPUTE WS-DIV-RESTO = DVC-QTD - 10
               DISPLAY "  E MAIS " WS-DIV-RESTO " EM DIVIDA."
           END-IF

           MOVE DVC-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "  TOTAL VENCIDO: " WS-TOTAL-EDIT " EUR".

      * Parcela 00 = a fatura inteira (sem plano de prestacoes).
       MOSTRA-LINHA-DIVIDA.

           MOVE DVC-VALOR (WS-DIV-IDX) TO WS-VALOR-EDIT
           DISPLAY "  FATURA " DVC-FATURA (WS-DIV-IDX)
                   " PARCELA " DVC-PARCELA (WS-DIV-IDX)
                   " VENCIDA EM " DVC-VENCIMENTO (WS-DIV-IDX)
                   " " WS-VALOR-EDIT " EUR".

      * O override de um documento retido exige um motivo, gravado
      * em AUDIT.DAT antes da declaracao sair; sem motivo (ou sem
      * auditoria possivel) a declaracao fica retida.
       PEDE-OVERRIDE.

           MOVE 'N' TO WS-OVERRIDE-OK

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "* EMITIR COM DIVIDA EXIGE OVERRIDE COM    *"
           DISPLAY "* MOTIVO.                                 *"
           DISPLAY "*******************************************"
           DISPLAY "MOTIVO DO OVERRIDE (EM BRANCO = DESISTIR): "
           MOVE SPACES TO WS-MOTIVO-OVERRIDE
           ACCEPT WS-MOTIVO-OVERRIDE

           IF WS-MOTIVO-OVERRIDE = SPACES
               DISPLAY "SEM MOTIVO - SEM OVERRIDE."
           ELSE
               PERFORM REGISTA-OVERRIDE
               IF WS-OVERRIDE-AUTORIZADO
                   DISPLAY "OVERRIDE REGISTADO EM AUDIT.DAT - A "
                           "DECLARACAO PROSSEGUE."
               END-IF
           END-IF.

       REGISTA-OVERRIDE.

           MOVE "PROGCERTIFICAD" TO AUD-PROGRAMA
           MOVE "OVERRIDE"      TO AUD-TIPO
           MOVE SGN-OPERADOR    TO AUD-OPERADOR
           MOVE SPACES          TO AUD-DETALHE
           STRING "DECL ALUNO " WS-ALUNO-NUM
                  " MOTIVO: " WS-MOTIVO-OVERRIDE
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING
           SET AUD-FALHOU TO TRUE
           MOVE 'N' TO WS-IND-AUDIT

           CALL 'PROGAUDIT' USING AUDIT-PARAMETRES
               ON EXCEPTION
                   SET WS-AUDIT-FALHOU TO TRUE
           END-CALL

           IF WS-AUDIT-FALHOU OR AUD-FALHOU
               DISPLAY "ERRO: NAO FOI POSSIVEL REGISTAR O OVERRIDE "
                       "EM AUDIT.DAT - DECLARACAO RETIDA."
           ELSE
               SET WS-OVERRIDE-AUTORIZADO TO TRUE
           END-IF.

      * A retencao fica em DOCRETIDOS.DAT (PROGRETIDO), para a
      * secretaria a ver na opcao 3 e emitir quando a conta estiver
      * regularizada.
       RETEM-DECLARACAO.

           MOVE 'R'              TO RTD-FUNCAO
           PERFORM CHAMA-PROGRETIDO

           IF WS-RETIDO-FALHOU OR RTD-ERRO-FICHEIRO
               DISPLAY "DECLARACAO NAO EMITIDA. AVISO: RETENCAO NAO "
                       "REGISTADA EM DOCRETIDOS.DAT."
           ELSE
               DISPLAY "DECLARACAO RETIDA POR DIVIDA - FICA NA LISTA "
                       "DE DOCUMENTOS RETIDOS."
           END-IF.

      * Emitida a declaracao, a retencao que houvesse fica resolvida.
       DA-RETIDO-COMO-EMITIDO.

           MOVE 'E'              TO RTD-FUNCAO
           PERFORM CHAMA-PROGRETIDO

           IF WS-RETIDO-FALHOU OR RTD-ERRO-FICHEIRO
               DISPLAY "AVISO: DOCRETIDOS.DAT NAO ATUALIZADO."
           END-IF.

       CHAMA-PROGRETIDO.

           MOVE 'C'              TO RTD-TIPO
           MOVE WS-ALUNO-NUM     TO RTD-ALUNO
           MOVE WS-ANO-PEDIDO    TO RTD-ANO-LETIVO
           MOVE WS-ENCARREGADO   TO RTD-ENCARREGADO
           MOVE DVC-QTD          TO RTD-DIVIDAS
           MOVE DVC-TOTAL        TO RTD-VALOR
           MOVE SGN-OPERADOR     TO RTD-OPERADOR
           MOVE 'N' TO WS-IND-RETIDO

           CALL 'PROGRETIDO' USING RETIDO-PARAMETRES
               ON EXCEPTION
                   SET WS-RETIDO-FALHOU TO TRUE
           END-CALL.

       PROCURA-RESULTADO.

           MOVE 'N' TO WS-RESULTADO-ACHADO
           MOVE ALL "=" TO WS-LINHA
           PERFORM GRAVA-LINHA

           IF AMB-FORMACAO
               MOVE AMB-MARCA TO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "DECLARACAO DE TRANSICAO N. "
                  CTL-PROX-CERTIFICADO
           END-STRING
           PERFORM GRAVA-LINHA

           PERFORM APURA-ESCALA

           MOVE SPACES TO WS-LINHA
           STRING "COM MEDIA FINAL " RF-MEDIA " " ECN-TEXTO
                  " E RESULTADO: " RF-RESULTADO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "CLASSIFICACAO NA " ESC-DESCRICAO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "EMITIDA EM " WS-DATA-HOJE
                  " PELO OPERADOR " SGN-OPERADOR
           DISPLAY "DECLARACAO " CTL-PROX-CERTIFICADO " EMITIDA "
                   "EM CERTIFICADOS.LIS.".

      * A escala e a do nivel de ensino da turma do resultado; sem
      * escala (ou sem a sub-rotina) vale a de 1 a 10. ECN-TEXTO so
      * leva o nome do codigo numa escala qualitativa.
       APURA-ESCALA.

           MOVE RF-MEDIA TO WS-MEDIA-TEXTO
           INSPECT WS-MEDIA-TEXTO REPLACING LEADING SPACE BY '0'

           MOVE RF-TURMA TO ECN-TURMA
           MOVE SPACES TO ECN-NIVEL
           COMPUTE ECN-VALOR = WS-MX-INTEIRO + WS-MX-DECIMAL / 100
           MOVE 'N' TO WS-IND-ESCCON

           CALL 'PROGESCCON' USING ESCCON-PARAMETRES
               ON EXCEPTION
                   SET WS-ESCCON-FALHOU TO TRUE
           END-CALL

           IF WS-ESCCON-FALHOU
               MOVE SPACES TO ECN-ESCALA
               SET ESC-NUMERICA TO TRUE
               MOVE "ESCALA DE 1 A 10" TO ESC-DESCRICAO
           END-IF

           IF NOT ESC-QUALITATIVA
               MOVE SPACES TO ECN-TEXTO
           END-IF.

       GRAVA-LINHA.

           MOVE WS-LINHA TO FD-LISTAGEM-REG
           ADD 1 TO WS-CONT-LISTADOS

           PERFORM LE-EMISSAO.

      * Lista as declaracoes e historicos ainda retidos, com a
      * situacao atual da conta do encarregado: os regularizados ja
      * podem ser emitidos (opcao 1 aqui, ou o PROGTRANSCRITO).
       LISTA-RETIDOS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADOS

           OPEN INPUT RETIDOS
           IF WS-FS-RETIDOS NOT = "00"
               DISPLAY "SEM DOCUMENTOS RETIDOS (DOCRETIDOS.DAT NAO "
                       "EXISTE)."
           ELSE
               PERFORM LE-RETIDO
               PERFORM MOSTRA-RETIDO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE RETIDOS
               DISPLAY "DOCUMENTOS RETIDOS: " WS-CONT-LISTADOS
           END-IF.

       LE-RETIDO.

           READ RETIDOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       MOSTRA-RETIDO.

           IF DRT-RETIDO
               ADD 1 TO WS-CONT-LISTADOS
               MOVE DRT-VALOR TO WS-VALOR-EDIT
               IF DRT-DECLARACAO
                   DISPLAY "  DECLARACAO ALUNO " DRT-ALUNO
                           " ANO " DRT-ANO-LETIVO " | RETIDA EM "
                           DRT-DATA " POR " DRT-OPERADOR
               ELSE
                   DISPLAY "  HISTORICO  ALUNO " DRT-ALUNO
                           "          | RETIDO EM "
                           DRT-DATA " POR " DRT-OPERADOR
               END-IF
               DISPLAY "      ENCARREGADO " DRT-ENCARREGADO
                       " | DIVIDA NA ALTURA " WS-VALOR-EDIT " EUR"

               MOVE DRT-ENCARREGADO TO DVC-CLIENTE
               MOVE ZEROS           TO DVC-DATA
               SET DVC-SEM-DIVIDA TO TRUE
               MOVE 'N' TO WS-IND-DIVCON
               CALL 'PROGDIVCON' USING DIVCON-PARAMETRES
                   ON EXCEPTION
                       SET WS-DIVCON-FALHOU TO TRUE
               END-CALL

               EVALUATE TRUE
                   WHEN WS-DIVCON-FALHOU
                       DISPLAY "      SITUACAO ATUAL: PROGDIVCON "
                               "INDISPONIVEL"
                   WHEN DVC-COM-DIVIDA
                       MOVE DVC-TOTAL TO WS-TOTAL-EDIT
                       DISPLAY "      SITUACAO ATUAL: " DVC-QTD
                               " EM DIVIDA, " WS-TOTAL-EDIT " EUR"
                   WHEN OTHER
                       DISPLAY "      SITUACAO ATUAL: REGULARIZADA "
                               "- PODE SER EMITIDO"
               END-EVALUATE
           END-IF

           PERFORM LE-RETIDO.
       END PROGRAM PROGCERTIFICADO.
