      *            PENDENTE" a seguir ao separador - e a fila do
      *            PROGDESPACHO, que marca a carta impressa ou
      *            enviada por e-mail e relata as que faltam.
      * 15/10/26 - Aluno com segundo responsavel financeiro
      *            (ALU-ENCARREGADO-2): cada responsavel recebe o
      *            seu proprio bloco de carta, com o seu nome e
      *            e-mail e so a sua quota das despesas escolares.
      * 15/10/26 - A carta leva a linha "CLIENTE: <numero do
      *            encarregado>" a seguir ao e-mail, para o PROGDESPACHO
      *            respeitar os consentimentos de contacto
      *            (PROGCONSCON).
      * 15/10/26 - O limite de faltas passa a ser o que esta em vigor
      *            hoje no historico dos parametros (PROGPARAM sobre
      *            PARAMHIST.DAT); sem historico fica o valor de
      *            CONTROLE.DAT.
      * 15/10/26 - A carta leva a observacao do conselho de turma do
      *            aluno no periodo (OBSERVACOES.DAT via PROGOBSCON),
      *            com o nome do docente autor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGVALIDATURMA.
       01 WS-CAR-NOME          PIC X(30) VALUE SPACES.
       01 WS-CAR-TURMA         PIC X(05) VALUE SPACES.
       01 WS-CAR-ENC           PIC 9(06) VALUE ZEROS.
       01 WS-CAR-ENC-1         PIC 9(06) VALUE ZEROS.
       01 WS-CAR-ENC-2         PIC 9(06) VALUE ZEROS.
       01 WS-CAR-QUOTA-1       PIC 9(03) VALUE ZEROS.
       01 WS-CAR-QUOTA         PIC 9(03) VALUE ZEROS.
       01 WS-CAR-QUOTA-ED      PIC ZZ9.
       01 WS-CAR-CONT          PIC 9(02) VALUE ZEROS.
       01 WS-CAR-IDX           PIC 9(02) VALUE ZEROS.
       01 WS-CAR-SOMA          PIC 9(04)V99 VALUE ZEROS.

       01 WS-CARTA-LINHA       PIC X(80) VALUE SPACES.

      * Observacao do conselho de turma do aluno no periodo (via
      * PROGOBSCON), citada na carta.
       01 WS-IND-OBSCON        PIC X VALUE 'N'.
           88 WS-OBSCON-FALHOU            VALUE 'S'.
       01 WS-OBS-IDX           PIC 9(01) VALUE ZEROS.

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

       01 WS-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DSIS-ANO          PIC X(04).
               88 LCK-OCUPADO                 VALUE 'O'.
               88 LCK-FALHOU                  VALUE 'F'.

       01 WS-IND-PARAM         PIC X VALUE 'N'.
           88 WS-PARAM-FALHOU             VALUE 'S'.

      * Valor de um parametro do controlo em vigor numa data
      * (PROGPARAM, historico PARAMHIST.DAT).
       01 PARAM-PARAMETRES.
           02 PRP-CAMPO                PIC X(10).
           02 PRP-DATA                 PIC 9(08).
           02 PRP-VALOR                PIC 9(04)V99.
           02 PRP-INICIO               PIC 9(08).
           02 PRP-RESULTADO            PIC X(01).
               88 PRP-ENCONTRADO              VALUE 'S'.
               88 PRP-NAO-ENCONTRADO          VALUE 'N'.
               88 PRP-SEM-FICHEIRO            VALUE 'F'.

       01 WS-IND-SIGNON        PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.

              OR CTL-LIMITE-FALTAS = ZEROS
               MOVE 15 TO CTL-LIMITE-FALTAS
           END-IF
           PERFORM APLICA-LIMITE-EM-VIGOR
           IF CTL-ANO-LETIVO NOT NUMERIC
               MOVE ZEROS TO CTL-ANO-LETIVO
           END-IF
               END-IF
           END-IF.

      * O limite de faltas e o que esta em vigor hoje no historico
      * dos parametros (alteracoes datadas do PROGCONTROLE).
       APLICA-LIMITE-EM-VIGOR.

           MOVE "LIMFALTAS" TO PRP-CAMPO
           MOVE ZEROS TO PRP-DATA
           PERFORM CONSULTA-PARAMETRO
           IF PRP-ENCONTRADO
               MOVE PRP-VALOR TO CTL-LIMITE-FALTAS
           END-IF.

      * Sem PROGPARAM ou sem historico fica o valor de
      * CONTROLE.DAT.
       CONSULTA-PARAMETRO.

           SET PRP-NAO-ENCONTRADO TO TRUE
           MOVE 'N' TO WS-IND-PARAM
           CALL 'PROGPARAM' USING PARAM-PARAMETRES
               ON EXCEPTION
                   SET WS-PARAM-FALHOU TO TRUE
           END-CALL
           IF WS-PARAM-FALHOU
               SET PRP-NAO-ENCONTRADO TO TRUE
           END-IF.

       TRATA-VALIDACAO.

           DISPLAY "CODIGO DA TURMA A VALIDAR: "
           MOVE BOL-NOME-ALUNO OF FD-BOLETIM-REG TO WS-CAR-NOME
           MOVE BOL-TURMA OF FD-BOLETIM-REG      TO WS-CAR-TURMA
           MOVE ZEROS TO WS-CAR-CONT WS-CAR-SOMA WS-CAR-ENC
                         WS-CAR-ENC-1 WS-CAR-ENC-2 WS-CAR-QUOTA-1

           IF WS-ALUNOS-DISPONIVEL
               MOVE WS-CAR-ALUNO TO ALU-NUMERO
               READ ALUNOS
               IF WS-FS-ALUNOS = "00"
                   MOVE ALU-ENCARREGADO TO WS-CAR-ENC-1
                   IF ALU-ENCARREGADO-2 NUMERIC
                      AND ALU-QUOTA-ENC NUMERIC
                      AND ALU-ENCARREGADO-2 NOT = ZEROS
                       MOVE ALU-ENCARREGADO-2 TO WS-CAR-ENC-2
                       MOVE ALU-QUOTA-ENC     TO WS-CAR-QUOTA-1
                   END-IF
               END-IF
           END-IF.

           IF WS-CAR-ALUNO = ZERO OR WS-CAR-CONT = ZERO
               MOVE ZEROS TO WS-CAR-ALUNO
           ELSE
               MOVE WS-CAR-ENC-1 TO WS-CAR-ENC
               MOVE ZEROS TO WS-CAR-QUOTA
               IF WS-CAR-ENC-2 NOT = ZEROS
                   MOVE WS-CAR-QUOTA-1 TO WS-CAR-QUOTA
               END-IF
               PERFORM PROCURA-ENCARREGADO
               PERFORM PROCURA-OBSERVACAO

               COMPUTE WS-CAR-MEDIA-GERAL ROUNDED =
                   WS-CAR-SOMA / WS-CAR-CONT
               END-IF

               PERFORM ESCREVE-CARTA
               ADD 1 TO WS-CONT-CARTAS

      * O segundo responsavel recebe carta propria, com a sua quota.
               IF WS-CAR-ENC-2 NOT = ZEROS
                   MOVE WS-CAR-ENC-2 TO WS-CAR-ENC
                   COMPUTE WS-CAR-QUOTA = 100 - WS-CAR-QUOTA-1
                   PERFORM PROCURA-ENCARREGADO
                   PERFORM ESCREVE-CARTA
                   ADD 1 TO WS-CONT-CARTAS
               END-IF

               CLOSE CARTAS
               MOVE ZEROS TO WS-CAR-ALUNO
           END-IF.

      * Sem a sub-rotina a carta sai sem observacao.
       PROCURA-OBSERVACAO.

           MOVE WS-CAR-ALUNO          TO OBC-ALUNO
           MOVE WS-CAR-TURMA          TO OBC-TURMA
           MOVE CTL-PERIODO-CORRENTE  TO OBC-PERIODO
           MOVE CTL-ANO-LETIVO        TO OBC-ANO-LETIVO
           SET OBC-SEM-OBSERVACAO TO TRUE
           MOVE 'N' TO WS-IND-OBSCON

           CALL 'PROGOBSCON' USING OBSCON-PARAMETRES
               ON EXCEPTION
                   SET WS-OBSCON-FALHOU TO TRUE
           END-CALL

           IF WS-OBSCON-FALHOU
               SET OBC-SEM-OBSERVACAO TO TRUE
           END-IF.

       PROCURA-ENCARREGADO.

           MOVE "(ENCARREGADO NAO REGISTADO)" TO WS-ENC-NOME
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

      * O numero do encarregado deixa o PROGDESPACHO consultar os
      * canais que ele autorizou.
           MOVE SPACES TO WS-CARTA-LINHA
           STRING "CLIENTE: " WS-CAR-ENC
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "RESULTADOS DO ALUNO " WS-CAR-ALUNO
                  " - TURMA " WS-CAR-TURMA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           IF OBC-ENCONTRADA
               MOVE "OBSERVACOES DO CONSELHO DE TURMA:"
                    TO WS-CARTA-LINHA
               PERFORM GRAVA-LINHA-CARTA
               PERFORM ESCREVE-LINHA-OBSERVACAO
                   VARYING WS-OBS-IDX FROM 1 BY 1
                   UNTIL WS-OBS-IDX > OBS-NUM-LINHAS
               MOVE SPACES TO WS-CARTA-LINHA
               STRING "  DOCENTE: " OBS-DOCENTE " " OBC-DOCENTE-NOME
                   DELIMITED BY SIZE INTO WS-CARTA-LINHA
               END-STRING
               PERFORM GRAVA-LINHA-CARTA
           END-IF

           IF WS-CAR-QUOTA NOT = ZEROS
               MOVE WS-CAR-QUOTA TO WS-CAR-QUOTA-ED
               MOVE SPACES TO WS-CARTA-LINHA
               STRING "QUOTA DAS DESPESAS ESCOLARES A SEU CARGO: "
                      WS-CAR-QUOTA-ED "%"
                   DELIMITED BY SIZE INTO WS-CARTA-LINHA
               END-STRING
               PERFORM GRAVA-LINHA-CARTA
           END-IF

           MOVE ALL "=" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA.

               PERFORM GRAVA-LINHA-CARTA
           END-IF.

       ESCREVE-LINHA-OBSERVACAO.

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "  " OBS-LINHA (WS-OBS-IDX)
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA.

       GRAVA-LINHA-CARTA.

           MOVE WS-CARTA-LINHA TO FD-CARTA-REG
