      *            consulta. A substituicao por recuperacao passa a
      *            respeitar o ano (um exame de 2025 nao apaga um
      *            reprovado de 2026).
      * 15/10/26 - Passa a pedir o operador (PROGSIGNON). Antes de
      *            mostrar o historico verifica a conta do encarregado
      *            do aluno (PROGDIVCON): com faturas ou parcelas
      *            abertas vencidas o historico fica retido em
      *            DOCRETIDOS.DAT (PROGRETIDO, tipo T) e a divida e
      *            mostrada, salvo override de um supervisor com motivo
      *            gravado em AUDIT.DAT; mostrado, o retido passa a E.
      * 15/10/26 - Cada ano sai com a escala de classificacao do nivel
      *            de ensino da turma do aluno nesse ano (PROGESCCON), e
      *            numa escala qualitativa as medias saem tambem com o
      *            nome do codigo. A media geral de todos os anos so se
      *            calcula quando os anos estao todos na mesma escala.
      * 15/10/26 - Cada periodo sai com a observacao do conselho de
      *            turma do aluno (OBSERVACOES.DAT via PROGOBSCON) e o
      *            docente autor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTRANSCRITO.
           SELECT RESULT-FINAL   ASSIGN TO "RESULTFIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT.
           SELECT ALUNOS         ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOLETIM-MASTER.
       COPY "RESREG.cpy" REPLACING NIVEL-RF BY 01
                                   CAMPO-RF-REG BY FD-RESULT-REG.

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-BOLETIM            PIC X(02) VALUE ZEROS.
       01 WS-FS-HISTORICO          PIC X(02) VALUE ZEROS.
       01 WS-FS-RESULT             PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
           03 WS-HIS-PERIODO            PIC 9(01).
           03 WS-HIS-TIPO               PIC X(01).
           03 WS-HIS-MATERIA            PIC A(30).
           03 WS-HIS-TURMA              PIC X(05).
           03 WS-HIS-MEDIA-EDIT         PIC X(05).
           03 WS-HIS-STATUS             PIC X(16).
           03 WS-HIS-SUPERADO           PIC X(01).
           88 WS-DISCON-FALHOU            VALUE 'S'.
       01 WS-NOME-DISCIPLINA       PIC X(30) VALUE SPACES.

      * Escala de cada ano (a do nivel de ensino da turma do aluno
      * nesse ano, via PROGESCCON): sai no cabecalho do ano e as
      * medias saem nela. A media geral de todos os anos so se faz
      * quando todos os anos estao na mesma escala.
       01 WS-IND-ESCCON            PIC X VALUE 'N'.
           88 WS-ESCCON-FALHOU            VALUE 'S'.
       01 WS-ANO-TURMA             PIC X(05) VALUE SPACES.
       01 WS-GER-NIVEL             PIC X(02) VALUE SPACES.
       01 WS-GER-ESCALAS           PIC X VALUE 'N'.
           88 WS-GER-PRIMEIRA-ESCALA      VALUE 'N'.
           88 WS-GER-UMA-ESCALA           VALUE 'U'.
           88 WS-GER-ESCALAS-MISTAS       VALUE 'M'.
       01 WS-MEDIA-NA-ESCALA       PIC X(15) VALUE SPACES.

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

      * Observacao do conselho de turma de cada periodo (via
      * PROGOBSCON), mostrada no fim do periodo.
       01 WS-IND-OBSCON            PIC X VALUE 'N'.
           88 WS-OBSCON-FALHOU            VALUE 'S'.
       01 WS-OBS-IDX               PIC 9(01) VALUE ZEROS.

       01 OBSCON-PARAMETRES.
           02 OBC-ALUNO                PIC 9(06).
           02 OBC-TURMA                PIC X(05).
           02 OBC-PERIODO              PIC 9(01).
           02 OBC-ANO-LETIVO           PIC 9(04).
           COPY "OBSREG.cpy" REPLACING NIVEL-OBS BY 02
                                       CAMPO-OBS-REG BY OBC-OBSERVACAO.
           02 OBC-DOCENTE-NOME         PIC X(30).
           02 OBC-RESULTADO            PIC X(01).
               88 OBC-ENCONTRADA              VALUE 'S'.
               88 OBC-SEM-OBSERVACAO          VALUE 'N'.
               88 OBC-SEM-FICHEIRO            VALUE 'F'.

       01 DISCON-PARAMETRES.
           02 DSC-CODIGO               PIC X(08).
           02 DSC-NOME                 PIC X(30).
               88 DSC-NAO-ENCONTRADA          VALUE 'N'.
               88 DSC-SEM-FICHEIRO            VALUE 'F'.

      * Situacao financeira do encarregado antes de mostrar o
      * historico: L = pode sair, R = retido por divida vencida,
      * V = nao foi possivel verificar (nao sai nem fica retido).
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

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-AUDIT             PIC X VALUE 'N'.
           88 WS-AUDIT-FALHOU             VALUE 'S'.
       01 WS-IND-DIVCON            PIC X VALUE 'N'.
           88 WS-DIVCON-FALHOU            VALUE 'S'.
       01 WS-IND-RETIDO            PIC X VALUE 'N'.
           88 WS-RETIDO-FALHOU            VALUE 'S'.

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

           DISPLAY "*      CONSULTA DE HISTORICO DO ALUNO     *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF WS-SIGNON-FALHOU OR SGN-FALHOU
               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
           ELSE
               PERFORM CONSULTA-ALUNO
                   UNTIL WS-OPCAO = "N" OR WS-OPCAO = "n"
           END-IF

           GOBACK.

           IF WS-HIS-CONT = ZERO
               DISPLAY "SEM REGISTOS PARA O ALUNO " WS-ALUNO-NUM "."
           ELSE
               PERFORM VERIFICA-SITUACAO-FINANCEIRA
               EVALUATE TRUE
                   WHEN WS-DOC-LIBERTADO
                       PERFORM MOSTRA-HISTORICO
                       PERFORM DA-RETIDO-COMO-EMITIDO
                   WHEN WS-DOC-RETIDO
                       PERFORM RETEM-HISTORICO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           DISPLAY " "
           DISPLAY "CONSULTAR OUTRO ALUNO? (S/N): "
           ACCEPT WS-OPCAO.

       MOSTRA-HISTORICO.

           PERFORM MARCA-SUPERADOS
           PERFORM ORDENA-ANOS
           DISPLAY " "
           DISPLAY "HISTORICO DO ALUNO " WS-ALUNO-NUM ": "
                   WS-NOME-ALUNO
           MOVE ZEROS TO WS-GER-REGISTOS WS-GER-SOMA
           SET WS-GER-PRIMEIRA-ESCALA TO TRUE
           PERFORM MOSTRA-ANO
               VARYING WS-ANO-USO FROM 1 BY 1
               UNTIL WS-ANO-USO > WS-ANO-CONT
           EVALUATE TRUE
               WHEN WS-GER-REGISTOS = ZERO
                   CONTINUE
               WHEN WS-GER-ESCALAS-MISTAS
                   DISPLAY " "
                   DISPLAY "MEDIA GERAL DO ALUNO NAO CALCULADA - OS "
                           "ANOS ESTAO EM ESCALAS DIFERENTES."
               WHEN OTHER
                   COMPUTE WS-GER-MEDIA ROUNDED =
                       WS-GER-SOMA / WS-GER-REGISTOS
                   MOVE WS-GER-MEDIA TO WS-GER-MEDIA-EDIT
                   MOVE WS-GER-MEDIA TO WS-MEDIA-NUM
                   PERFORM TEXTO-NA-ESCALA
                   DISPLAY " "
                   DISPLAY "MEDIA GERAL DO ALUNO (TODOS OS ANOS): "
                           WS-GER-MEDIA-EDIT " " WS-MEDIA-NA-ESCALA
           END-EVALUATE.

      * O historico so sai com a conta do encarregado do aluno
      * (ALU-ENCARREGADO) sem faturas nem parcelas abertas vencidas
      * (PROGDIVCON). Com divida fica retido, salvo override de um
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
                       DISPLAY "SO UM SUPERVISOR PODE AUTORIZAR O "
                               "HISTORICO COM DIVIDA VENCIDA."
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
      * historico nao sai (nem fica retido - nao se sabe a divida).
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
                       "FINANCEIRA NAO VERIFICADA, HISTORICO NAO "
                       "MOSTRADO."
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

      * O override de um historico retido exige um motivo, gravado
      * em AUDIT.DAT antes do historico sair; sem motivo (ou sem
      * auditoria possivel) o historico fica retido.
       PEDE-OVERRIDE.

           MOVE 'N' TO WS-OVERRIDE-OK

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "* MOSTRAR COM DIVIDA EXIGE OVERRIDE COM   *"
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
                   DISPLAY "OVERRIDE REGISTADO EM AUDIT.DAT - O "
                           "HISTORICO PROSSEGUE."
               END-IF
           END-IF.

       REGISTA-OVERRIDE.

           MOVE "PROGTRANSCRITO" TO AUD-PROGRAMA
           MOVE "OVERRIDE"       TO AUD-TIPO
           MOVE SGN-OPERADOR     TO AUD-OPERADOR
           MOVE SPACES           TO AUD-DETALHE
           STRING "HIST ALUNO " WS-ALUNO-NUM
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
                       "EM AUDIT.DAT - HISTORICO RETIDO."
           ELSE
               SET WS-OVERRIDE-AUTORIZADO TO TRUE
           END-IF.

      * A retencao fica em DOCRETIDOS.DAT (PROGRETIDO); a secretaria
      * ve-a na lista de documentos retidos do PROGCERTIFICADO.
       RETEM-HISTORICO.

           MOVE 'R'              TO RTD-FUNCAO
           PERFORM CHAMA-PROGRETIDO

           IF WS-RETIDO-FALHOU OR RTD-ERRO-FICHEIRO
               DISPLAY "HISTORICO NAO MOSTRADO. AVISO: RETENCAO NAO "
                       "REGISTADA EM DOCRETIDOS.DAT."
           ELSE
               DISPLAY "HISTORICO RETIDO POR DIVIDA - FICA NA LISTA "
                       "DE DOCUMENTOS RETIDOS."
           END-IF.

      * Mostrado o historico, a retencao que houvesse fica resolvida.
       DA-RETIDO-COMO-EMITIDO.

           MOVE 'E'              TO RTD-FUNCAO
           PERFORM CHAMA-PROGRETIDO

           IF WS-RETIDO-FALHOU OR RTD-ERRO-FICHEIRO
               DISPLAY "AVISO: DOCRETIDOS.DAT NAO ATUALIZADO."
           END-IF.

      * O historico cobre todos os anos: ano letivo a zeros.
       CHAMA-PROGRETIDO.

           MOVE 'T'              TO RTD-TIPO
           MOVE WS-ALUNO-NUM     TO RTD-ALUNO
           MOVE ZEROS            TO RTD-ANO-LETIVO
           MOVE WS-ENCARREGADO   TO RTD-ENCARREGADO
           MOVE DVC-QTD          TO RTD-DIVIDAS
           MOVE DVC-TOTAL        TO RTD-VALOR
           MOVE SGN-OPERADOR     TO RTD-OPERADOR
           MOVE 'N' TO WS-IND-RETIDO

           CALL 'PROGRETIDO' USING RETIDO-PARAMETRES
               ON EXCEPTION
                   SET WS-RETIDO-FALHOU TO TRUE
           END-CALL.

      * O historico completo vem de duas fontes: o arquivo
      * BOLETIM.HIS (anos ja fechados) e o mestre BOLETIM.DAT (ano
                    TO WS-HIS-TIPO (WS-HIS-CONT)
               MOVE BOL-MATERIA OF WS-BOL-REG
                    TO WS-HIS-MATERIA (WS-HIS-CONT)
               MOVE BOL-TURMA OF WS-BOL-REG
                    TO WS-HIS-TURMA (WS-HIS-CONT)
               MOVE BOL-MEDIA OF WS-BOL-REG
                    TO WS-HIS-MEDIA-EDIT (WS-HIS-CONT)
               MOVE BOL-STATUS OF WS-BOL-REG
           MOVE WS-ANO-ENTRADA (WS-ANO-USO) TO WS-ANO-ATUAL
           MOVE ZEROS TO WS-ANO-REGISTOS WS-ANO-SOMA

           PERFORM APURA-ESCALA-ANO

           DISPLAY " "
           DISPLAY "=== ANO LETIVO " WS-ANO-ATUAL " ==="
           DISPLAY "  ESCALA: " ESC-DESCRICAO

           PERFORM MOSTRA-PERIODO
               VARYING WS-PERIODO FROM 1 BY 1
               COMPUTE WS-ANO-MEDIA ROUNDED =
                   WS-ANO-SOMA / WS-ANO-REGISTOS
               MOVE WS-ANO-MEDIA TO WS-ANO-MEDIA-EDIT
               MOVE WS-ANO-MEDIA TO WS-MEDIA-NUM
               PERFORM TEXTO-NA-ESCALA
               DISPLAY "  MEDIA DO ANO " WS-ANO-ATUAL ": "
                       WS-ANO-MEDIA-EDIT " " WS-MEDIA-NA-ESCALA
           END-IF

           PERFORM MOSTRA-RESULTADO-FINAL.
       PROCURA-RESULTADO-ANO.

           IF WS-RF-ANO (WS-RF-IDX) = WS-ANO-ATUAL
               MOVE WS-RF-MEDIA-EDIT (WS-RF-IDX) TO WS-MEDIA-TEXTO
               PERFORM CONVERTE-MEDIA-TEXTO
               PERFORM TEXTO-NA-ESCALA
               DISPLAY "  RESULTADO FINAL: "
                       WS-RF-RESULTADO (WS-RF-IDX)
                       " | MEDIA " WS-RF-MEDIA-EDIT (WS-RF-IDX)
                       " " WS-MEDIA-NA-ESCALA
                       " | APROVADAS " WS-RF-APROVADAS (WS-RF-IDX)
                       " | REPROVADAS "
                       WS-RF-REPROVADAS (WS-RF-IDX)
               COMPUTE WS-PER-MEDIA ROUNDED =
                   WS-PER-SOMA / WS-PER-REGISTOS
               MOVE WS-PER-MEDIA TO WS-PER-MEDIA-EDIT
               MOVE WS-PER-MEDIA TO WS-MEDIA-NUM
               PERFORM TEXTO-NA-ESCALA
               DISPLAY "  MEDIA DO PERIODO " WS-PERIODO ": "
                       WS-PER-MEDIA-EDIT " " WS-MEDIA-NA-ESCALA
           END-IF

           PERFORM MOSTRA-OBSERVACAO-PERIODO.

      * A observacao do conselho de turma sai no fim do periodo,
      * mesmo num periodo sem notas. Sem a sub-rotina nao sai.
       MOSTRA-OBSERVACAO-PERIODO.

           MOVE WS-ALUNO-NUM  TO OBC-ALUNO
           MOVE WS-ANO-TURMA  TO OBC-TURMA
           MOVE WS-PERIODO    TO OBC-PERIODO
           MOVE WS-ANO-ATUAL  TO OBC-ANO-LETIVO
           SET OBC-SEM-OBSERVACAO TO TRUE
           MOVE 'N' TO WS-IND-OBSCON

           CALL 'PROGOBSCON' USING OBSCON-PARAMETRES
               ON EXCEPTION
                   SET WS-OBSCON-FALHOU TO TRUE
           END-CALL

           IF OBC-ENCONTRADA AND NOT WS-OBSCON-FALHOU
               IF WS-PER-MOSTRADOS = ZERO
                   DISPLAY " "
                   DISPLAY "PERIODO " WS-PERIODO ":"
               END-IF
               DISPLAY "  OBSERVACOES DO CONSELHO DE TURMA ("
                       OBS-DOCENTE " " OBC-DOCENTE-NOME "):"
               PERFORM MOSTRA-LINHA-OBSERVACAO
                   VARYING WS-OBS-IDX FROM 1 BY 1
                   UNTIL WS-OBS-IDX > OBS-NUM-LINHAS
           END-IF.

       MOSTRA-LINHA-OBSERVACAO.

           DISPLAY "    " OBS-LINHA (WS-OBS-IDX).

       MOSTRA-REGISTO-PERIODO.

           IF WS-HIS-PERIODO (WS-HIS-IDX) = WS-PERIODO
               END-IF
               ADD 1 TO WS-PER-MOSTRADOS
               PERFORM RESOLVE-NOME-DISCIPLINA
               MOVE WS-HIS-MEDIA-EDIT (WS-HIS-IDX) TO WS-MEDIA-TEXTO
               PERFORM CONVERTE-MEDIA-TEXTO
               PERFORM TEXTO-NA-ESCALA
               EVALUATE TRUE
                   WHEN WS-HIS-SUPERADO (WS-HIS-IDX) = 'S'
      * Substituido pelo exame: aparece assinalado e nao entra nas
      * medias.
                       DISPLAY "  " WS-NOME-DISCIPLINA
                               " | " WS-HIS-MEDIA-EDIT (WS-HIS-IDX)
                               " " WS-MEDIA-NA-ESCALA
                               " | " WS-HIS-STATUS (WS-HIS-IDX)
                               " (SUBSTITUIDO POR RECUPERACAO)"
                   WHEN WS-HIS-TIPO (WS-HIS-IDX) = 'R'
                       DISPLAY "  " WS-NOME-DISCIPLINA
                               " | " WS-HIS-MEDIA-EDIT (WS-HIS-IDX)
                               " " WS-MEDIA-NA-ESCALA
                               " | " WS-HIS-STATUS (WS-HIS-IDX)
                               " (RECUPERACAO)"
                   WHEN OTHER
                       DISPLAY "  " WS-NOME-DISCIPLINA
                               " | " WS-HIS-MEDIA-EDIT (WS-HIS-IDX)
                               " " WS-MEDIA-NA-ESCALA
                               " | " WS-HIS-STATUS (WS-HIS-IDX)
               END-EVALUATE

               IF WS-HIS-SUPERADO (WS-HIS-IDX) NOT = 'S'
                   ADD WS-MEDIA-NUM TO WS-PER-SOMA
                   ADD 1 TO WS-PER-REGISTOS
                   ADD WS-MEDIA-NUM TO WS-ANO-SOMA
               END-IF
           END-IF.

       CONVERTE-MEDIA-TEXTO.

           INSPECT WS-MEDIA-TEXTO REPLACING LEADING SPACE BY '0'
           COMPUTE WS-MEDIA-NUM =
               WS-MX-INTEIRO + WS-MX-DECIMAL / 100.

      * A escala do ano e a da turma do primeiro registo desse ano
      * (um aluno esta numa turma por ano). Sem escala (ou sem a
      * sub-rotina) vale a de 1 a 10.
       APURA-ESCALA-ANO.

           MOVE SPACES TO WS-ANO-TURMA
           PERFORM PROCURA-TURMA-ANO
               VARYING WS-HIS-IDX FROM 1 BY 1
               UNTIL WS-HIS-IDX > WS-HIS-CONT
                  OR WS-ANO-TURMA NOT = SPACES

           MOVE WS-ANO-TURMA TO ECN-TURMA
           MOVE SPACES TO ECN-NIVEL
           MOVE ZEROS TO ECN-VALOR
           MOVE 'N' TO WS-IND-ESCCON

           CALL 'PROGESCCON' USING ESCCON-PARAMETRES
               ON EXCEPTION
                   SET WS-ESCCON-FALHOU TO TRUE
           END-CALL

           IF WS-ESCCON-FALHOU
               MOVE SPACES TO ECN-ESCALA ECN-NIVEL
               SET ESC-NUMERICA TO TRUE
               MOVE "ESCALA DE 1 A 10" TO ESC-DESCRICAO
               MOVE ZEROS TO ESC-NUM-CODIGOS
           END-IF

           EVALUATE TRUE
               WHEN WS-GER-PRIMEIRA-ESCALA
                   MOVE ECN-NIVEL TO WS-GER-NIVEL
                   SET WS-GER-UMA-ESCALA TO TRUE
               WHEN ECN-NIVEL NOT = WS-GER-NIVEL
                   SET WS-GER-ESCALAS-MISTAS TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROCURA-TURMA-ANO.

           IF WS-HIS-ANO (WS-HIS-IDX) = WS-ANO-ATUAL
               MOVE WS-HIS-TURMA (WS-HIS-IDX) TO WS-ANO-TURMA
           END-IF.

      * Numa escala qualitativa a media (WS-MEDIA-NUM) sai tambem
      * com o nome do codigo; numa numerica fica so o numero.
       TEXTO-NA-ESCALA.

           MOVE SPACES TO WS-MEDIA-NA-ESCALA

           IF ESC-QUALITATIVA AND NOT WS-ESCCON-FALHOU
               MOVE WS-ANO-TURMA TO ECN-TURMA
               MOVE WS-MEDIA-NUM TO ECN-VALOR
               CALL 'PROGESCCON' USING ESCCON-PARAMETRES
               MOVE ECN-TEXTO TO WS-MEDIA-NA-ESCALA
           END-IF.

      * O nome oficial vem do mestre de disciplinas (PROGDISCON);
      * um codigo sem registo (ou sem mestre) sai como esta.
       RESOLVE-NOME-DISCIPLINA.
