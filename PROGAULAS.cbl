      *            aulas dadas sao o denominador do relatorio de
      *            assiduidade (PROGASSIDUIDADE) e o PROGFALTAS
      *            recusa faltas em dia sem aula registada.
      * 15/10/26 - A aula lancada aqui e dada pelo titular
      *            (AUL-SITUACAO 'D'); as substituidas e as nao dadas
      *            sao gravadas pelo registo de ausencias de docentes
      *            (PROGAUSENCIA).
      * 15/10/26 - Uma data em interrupcao letiva do calendario
      *            escolar (CALESCOLAR.DAT, via PROGPERIODO) - ou
      *            entre periodos - e recusada: nao ha aulas.
      * 15/10/26 - Depois de cada aula (nova ou ja registada) lancam-se
      *            os alunos que chegaram atrasados: matricula na
      *            turma/disciplina verificada, atraso repetido ou de
      *            aluno com falta nessa aula recusado. Os atrasos vao
      *            para ATRASOS.DAT (ATSREG.cpy) e cada um chama o
      *            PROGCONVATR, que converte em falta cada grupo de
      *            atrasos nao justificados pela regra do nivel de
      *            ensino.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAULAS.
           SELECT HORARIOS ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HORARIOS.
           SELECT ATRASOS  ASSIGN TO "ATRASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATRASOS.
           SELECT MATRICULAS ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATRICULAS.
           SELECT FALTAS   ASSIGN TO "FALTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FALTAS.
       DATA DIVISION.
       FILE SECTION.
       FD  AULAS.
       COPY "HORREG.cpy" REPLACING NIVEL-HOR BY 01
                                   CAMPO-HOR-REG BY FD-HORARIO-REG.

       FD  ATRASOS.
       COPY "ATSREG.cpy" REPLACING NIVEL-ATS BY 01
                                   CAMPO-ATS-REG BY FD-ATRASO-REG.

       FD  MATRICULAS.
       COPY "MATREG.cpy" REPLACING NIVEL-MAT BY 01
                                   CAMPO-MAT-REG BY FD-MATRICULA-REG.

       FD  FALTAS.
       COPY "FALREG.cpy" REPLACING NIVEL-FAL BY 01
                                   CAMPO-FAL-REG BY FD-FALTA-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-AULAS              PIC X(02) VALUE SPACES.
       01 WS-FS-AUL-LEITURA        PIC X(02) VALUE SPACES.
       01 WS-FS-HORARIOS           PIC X(02) VALUE SPACES.
       01 WS-FS-ATRASOS            PIC X(02) VALUE SPACES.
       01 WS-FS-MATRICULAS         PIC X(02) VALUE SPACES.
       01 WS-FS-FALTAS             PIC X(02) VALUE SPACES.

       01 WS-DATA-SESSAO           PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WS-DATA-SESSAO.

       01 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.

       01 WS-IND-PERIODO           PIC X VALUE 'N'.
           88 WS-PERIODO-FALHOU           VALUE 'S'.
       01 WS-DIA-LETIVO            PIC X VALUE 'S'.
           88 WS-DIA-SEM-AULAS            VALUE 'N'.

       01 PERIODO-PARAMETRES.
           02 CE-FUNCAO                PIC X(01).
               88 CE-POR-DATA                 VALUE 'D'.
               88 CE-POR-PERIODO              VALUE 'P'.
           02 CE-DATA                  PIC 9(08).
           02 CE-ANO-LETIVO            PIC 9(04).
           02 CE-PERIODO               PIC 9(01).
           02 CE-INICIO-ANO            PIC 9(08).
           02 CE-FIM-ANO               PIC 9(08).
           02 CE-INICIO-PERIODO        PIC 9(08).
           02 CE-FIM-PERIODO           PIC 9(08).
           02 CE-SITUACAO              PIC X(01).
               88 CE-EM-AULAS                 VALUE 'A'.
               88 CE-EM-INTERRUPCAO           VALUE 'I'.
               88 CE-FORA-DO-ANO              VALUE 'F'.
           02 CE-DESCRICAO             PIC X(30).
           02 CE-RESULTADO             PIC X(01).
               88 CE-OK                       VALUE 'S'.
               88 CE-SEM-CALENDARIO           VALUE 'N'.
               88 CE-SEM-FICHEIRO             VALUE 'F'.

       01 WS-TURMA                 PIC X(05) VALUE SPACES.
       01 WS-MATERIA               PIC A(30) VALUE SPACES.
       01 WS-OPCAO                 PIC X VALUE 'S'.

       01 WS-CONT-AULAS            PIC 9(04) VALUE ZEROS.

      * Atrasos lancados com a aula.
       01 WS-ANO-LETIVO            PIC 9(04) VALUE ZEROS.
       01 WS-OPCAO-ATRASOS         PIC X VALUE 'N'.
       01 WS-ALUNO-ATRASO          PIC 9(06) VALUE ZEROS.
       01 WS-CONT-ATRASOS          PIC 9(04) VALUE ZEROS.
       01 WS-MATRICULA-ACHADA      PIC X VALUE 'N'.
           88 WS-ALUNO-MATRICULADO        VALUE 'S'.
       01 WS-MATRICULAS-FIM        PIC X VALUE 'N'.
           88 WS-MATRICULAS-FIM-FICHEIRO  VALUE 'S'.
       01 WS-SEM-MATRICULAS        PIC X VALUE 'N'.
           88 WS-MATRICULAS-EM-FALTA      VALUE 'S'.
       01 WS-ATRASO-REPETIDO       PIC X VALUE 'N'.
           88 WS-ATRASO-JA-REGISTADO      VALUE 'S'.
       01 WS-ATRASOS-FIM           PIC X VALUE 'N'.
           88 WS-ATRASOS-FIM-FICHEIRO     VALUE 'S'.
       01 WS-FALTA-NO-DIA          PIC X VALUE 'N'.
           88 WS-ALUNO-COM-FALTA          VALUE 'S'.
       01 WS-FALTAS-FIM            PIC X VALUE 'N'.
           88 WS-FALTAS-FIM-FICHEIRO      VALUE 'S'.

       01 CONVATR-PARAMETRES.
           02 CVA-ALUNO                PIC 9(06).
           02 CVA-MATERIA              PIC A(30).
           02 CVA-ANO-LETIVO           PIC 9(04).
           02 CVA-ATRASOS              PIC 9(03).
           02 CVA-POR-FALTA            PIC 9(02).
           02 CVA-GERADAS              PIC 9(02).
           02 CVA-ANULADAS             PIC 9(02).
           02 CVA-RESULTADO            PIC X(01).
               88 CVA-OK                      VALUE 'S'.
               88 CVA-SEM-FICHEIRO            VALUE 'F'.
               88 CVA-ERRO                    VALUE 'E'.
       01 WS-IND-CONVATR           PIC X VALUE 'N'.
           88 WS-CONVATR-FALHOU           VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


            DISPLAY "REGISTO TERMINADO. AULAS GRAVADAS: "
                    WS-CONT-AULAS
            DISPLAY "ATRASOS GRAVADOS: " WS-CONT-ATRASOS
            GOBACK.

       PEDE-DATA-SESSAO.
                IF VD-INVALIDA
                    DISPLAY "DATA INVALIDA - TENTE NOVAMENTE."
                    PERFORM PEDE-DATA-SESSAO
                ELSE
                    PERFORM VERIFICA-DIA-LETIVO
                    IF WS-DIA-SEM-AULAS
                        PERFORM PEDE-DATA-SESSAO
                    END-IF
                END-IF
            END-IF

            PERFORM CALCULA-DIA-SEMANA.

      * Em interrupcao letiva (registada ou entre periodos) nao ha
      * aulas. Depois do fim do ano letivo, ou sem calendario para
      * a data, a aula segue com aviso.
       VERIFICA-DIA-LETIVO.

            MOVE 'S' TO WS-DIA-LETIVO
            MOVE WS-DS-ANO TO WS-DA-ANO
            MOVE WS-DS-MES TO WS-DA-MES
            MOVE WS-DS-DIA TO WS-DA-DIA
            MOVE WS-DATA-AAAAMMDD TO CE-DATA

            SET CE-POR-DATA TO TRUE
            SET CE-SEM-FICHEIRO TO TRUE
            MOVE 'N' TO WS-IND-PERIODO
            CALL 'PROGPERIODO' USING PERIODO-PARAMETRES
                ON EXCEPTION
                    SET WS-PERIODO-FALHOU TO TRUE
            END-CALL

      * O ano letivo dos atrasos vem do calendario; sem ele, o ano
      * da data, recuando um ano antes de setembro.
            IF NOT WS-PERIODO-FALHOU AND CE-OK
                MOVE CE-ANO-LETIVO TO WS-ANO-LETIVO
            ELSE
                PERFORM ANO-LETIVO-DA-DATA
            END-IF

            EVALUATE TRUE
                WHEN WS-PERIODO-FALHOU OR NOT CE-OK
                    CONTINUE
                WHEN CE-EM-INTERRUPCAO
                    DISPLAY "DATA EM INTERRUPCAO LETIVA ("
                            CE-DESCRICAO ") - NAO HA AULAS. "
                            "TENTE NOVAMENTE."
                    SET WS-DIA-SEM-AULAS TO TRUE
                WHEN CE-FORA-DO-ANO
                    DISPLAY "AVISO: DATA DEPOIS DO FIM DO ANO LETIVO "
                            CE-ANO-LETIVO " - FALTA O CALENDARIO DO "
                            "ANO SEGUINTE (PROGCALESCOLAR)."
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       ANO-LETIVO-DA-DATA.

            MOVE WS-DS-ANO TO WS-ANO-LETIVO
            IF WS-DS-MES < "09"
                SUBTRACT 1 FROM WS-ANO-LETIVO
            END-IF.

      * O dia da semana da sessao vem de PROGDATAS (funcao 'W',
      * 1=SEGUNDA ... 7=DOMINGO) - e contra ele que o horario e
      * verificado.
                ELSE
                    PERFORM GRAVA-AULA
                END-IF
      * Os atrasos lancam-se com a aula - acabada de gravar ou ja
      * registada antes (atrasos esquecidos no primeiro lancamento).
                DISPLAY "REGISTAR ATRASOS NESTA AULA? (S/N): "
                ACCEPT WS-OPCAO-ATRASOS
                IF WS-OPCAO-ATRASOS = "S" OR WS-OPCAO-ATRASOS = "s"
                    IF WS-ANO-LETIVO = ZEROS
                        PERFORM ANO-LETIVO-DA-DATA
                    END-IF
                    PERFORM PEDE-ATRASO
                    PERFORM REGISTA-ATRASO
                        UNTIL WS-ALUNO-ATRASO = ZEROS
                END-IF
            END-IF

            DISPLAY " "
            MOVE WS-DATA-SESSAO TO AUL-DATA OF FD-AULA-REG
            MOVE WS-TURMA       TO AUL-TURMA OF FD-AULA-REG
            MOVE WS-MATERIA     TO AUL-MATERIA OF FD-AULA-REG
            MOVE 'D'            TO AUL-SITUACAO OF FD-AULA-REG
            MOVE ZEROS          TO AUL-SUBSTITUTO OF FD-AULA-REG
            WRITE FD-AULA-REG

            CLOSE AULAS

            ADD 1 TO WS-CONT-AULAS
            DISPLAY "AULA GRAVADA.".

      ******************************************************************
      * ATRASOS DA AULA
      ******************************************************************
       PEDE-ATRASO.

            MOVE ZEROS TO WS-ALUNO-ATRASO
            DISPLAY "NUMERO DO ALUNO ATRASADO (0 = FIM): "
            ACCEPT WS-ALUNO-ATRASO.

      * O aluno tem de estar matriculado na turma/disciplina (sem
      * MATRICULAS.DAT o atraso e aceite com aviso); um atraso
      * repetido, ou de um aluno com falta nessa aula, e recusado.
       REGISTA-ATRASO.

            PERFORM VERIFICA-MATRICULA-ATRASO

            EVALUATE TRUE
                WHEN NOT WS-ALUNO-MATRICULADO
                    DISPLAY "ALUNO " WS-ALUNO-ATRASO " NAO MATRICULADO "
                            "EM " WS-MATERIA " NA TURMA " WS-TURMA
                            " - ATRASO NAO GRAVADO."
                WHEN OTHER
                    PERFORM VERIFICA-ATRASO-REPETIDO
                    PERFORM VERIFICA-FALTA-NO-DIA
                    EVALUATE TRUE
                        WHEN WS-ATRASO-JA-REGISTADO
                            DISPLAY "ATRASO JA REGISTADO NESTA AULA - "
                                    "NAO GRAVADO."
                        WHEN WS-ALUNO-COM-FALTA
                            DISPLAY "O ALUNO TEM FALTA NESTA AULA - "
                                    "ATRASO NAO GRAVADO."
                        WHEN OTHER
                            PERFORM GRAVA-ATRASO
                            PERFORM CONVERTE-ATRASOS
                    END-EVALUATE
            END-EVALUATE

            PERFORM PEDE-ATRASO.

       VERIFICA-MATRICULA-ATRASO.

            MOVE 'N' TO WS-MATRICULA-ACHADA
            MOVE 'N' TO WS-MATRICULAS-FIM

            OPEN INPUT MATRICULAS
            IF WS-FS-MATRICULAS NOT = "00"
                IF NOT WS-MATRICULAS-EM-FALTA
                    DISPLAY "AVISO: MATRICULAS.DAT NAO ENCONTRADO - "
                            "ATRASOS ACEITES SEM VALIDACAO."
                    SET WS-MATRICULAS-EM-FALTA TO TRUE
                END-IF
                SET WS-ALUNO-MATRICULADO TO TRUE
            ELSE
                PERFORM LE-MATRICULA
                PERFORM VERIFICA-MATRICULA
                    UNTIL WS-MATRICULAS-FIM-FICHEIRO
                       OR WS-ALUNO-MATRICULADO
                CLOSE MATRICULAS
            END-IF.

       LE-MATRICULA.

            READ MATRICULAS
                AT END SET WS-MATRICULAS-FIM-FICHEIRO TO TRUE
            END-READ.

       VERIFICA-MATRICULA.

            IF MAT-ALUNO = WS-ALUNO-ATRASO
               AND MAT-TURMA = WS-TURMA
               AND MAT-MATERIA = WS-MATERIA
               AND (MAT-ANO-LETIVO NOT NUMERIC
                    OR MAT-ANO-LETIVO = ZEROS
                    OR MAT-ANO-LETIVO = WS-ANO-LETIVO)
                SET WS-ALUNO-MATRICULADO TO TRUE
            ELSE
                PERFORM LE-MATRICULA
            END-IF.

       VERIFICA-ATRASO-REPETIDO.

            MOVE 'N' TO WS-ATRASO-REPETIDO
            MOVE 'N' TO WS-ATRASOS-FIM

            OPEN INPUT ATRASOS
            IF WS-FS-ATRASOS = "00"
                PERFORM LE-ATRASO
                PERFORM VERIFICA-ATRASO
                    UNTIL WS-ATRASOS-FIM-FICHEIRO
                       OR WS-ATRASO-JA-REGISTADO
                CLOSE ATRASOS
            END-IF.

       LE-ATRASO.

            READ ATRASOS
                AT END SET WS-ATRASOS-FIM-FICHEIRO TO TRUE
            END-READ.

       VERIFICA-ATRASO.

            IF ATS-DATA = WS-DATA-SESSAO
               AND ATS-ALUNO = WS-ALUNO-ATRASO
               AND ATS-MATERIA = WS-MATERIA
                SET WS-ATRASO-JA-REGISTADO TO TRUE
            ELSE
                PERFORM LE-ATRASO
            END-IF.

       VERIFICA-FALTA-NO-DIA.

            MOVE 'N' TO WS-FALTA-NO-DIA
            MOVE 'N' TO WS-FALTAS-FIM

            OPEN INPUT FALTAS
            IF WS-FS-FALTAS = "00"
                PERFORM LE-FALTA
                PERFORM VERIFICA-FALTA
                    UNTIL WS-FALTAS-FIM-FICHEIRO
                       OR WS-ALUNO-COM-FALTA
                CLOSE FALTAS
            END-IF.

       LE-FALTA.

            READ FALTAS
                AT END SET WS-FALTAS-FIM-FICHEIRO TO TRUE
            END-READ.

      * As faltas geradas por atrasos (motivo ATR) nao impedem um
      * atraso no mesmo dia - foram datadas com um atraso.
       VERIFICA-FALTA.

            IF FAL-DATA = WS-DATA-SESSAO
               AND FAL-ALUNO = WS-ALUNO-ATRASO
               AND FAL-MATERIA = WS-MATERIA
               AND FAL-MOTIVO NOT = "ATR"
                SET WS-ALUNO-COM-FALTA TO TRUE
            ELSE
                PERFORM LE-FALTA
            END-IF.

       GRAVA-ATRASO.

            OPEN EXTEND ATRASOS
            IF WS-FS-ATRASOS NOT = "00"
                OPEN OUTPUT ATRASOS
            END-IF

            MOVE SPACES          TO FD-ATRASO-REG
            MOVE WS-DATA-SESSAO  TO ATS-DATA
            MOVE WS-ALUNO-ATRASO TO ATS-ALUNO
            MOVE WS-MATERIA      TO ATS-MATERIA
            MOVE WS-TURMA        TO ATS-TURMA
            MOVE 'N'             TO ATS-JUSTIFICADO
            MOVE SPACES          TO ATS-MOTIVO
            MOVE SPACES          TO ATS-APROVADOR
            MOVE WS-ANO-LETIVO   TO ATS-ANO-LETIVO
            WRITE FD-ATRASO-REG

            CLOSE ATRASOS

            ADD 1 TO WS-CONT-ATRASOS
            DISPLAY "ATRASO GRAVADO.".

      * Cada atraso pode completar um grupo que vale uma falta
      * (PROGCONVATR, regra do nivel de ensino da turma).
       CONVERTE-ATRASOS.

            MOVE WS-ALUNO-ATRASO TO CVA-ALUNO
            MOVE WS-MATERIA      TO CVA-MATERIA
            MOVE WS-ANO-LETIVO   TO CVA-ANO-LETIVO
            MOVE 'N' TO WS-IND-CONVATR

            CALL 'PROGCONVATR' USING CONVATR-PARAMETRES
                ON EXCEPTION
                    SET WS-CONVATR-FALHOU TO TRUE
            END-CALL

            EVALUATE TRUE
                WHEN WS-CONVATR-FALHOU
                    DISPLAY "AVISO: PROGCONVATR INDISPONIVEL - "
                            "CONVERSAO DE ATRASOS NAO FEITA."
                WHEN CVA-ERRO
                    DISPLAY "AVISO: DEMASIADOS ATRASOS PARA CONVERTER "
                            "- CONTACTE A SECRETARIA."
                WHEN CVA-POR-FALTA = ZEROS
                    DISPLAY "ATRASOS NAO JUSTIFICADOS NO ANO: "
                            CVA-ATRASOS " (NIVEL SEM CONVERSAO)."
                WHEN OTHER
                    DISPLAY "ATRASOS NAO JUSTIFICADOS NO ANO: "
                            CVA-ATRASOS " (" CVA-POR-FALTA
                            " POR FALTA)."
                    IF CVA-GERADAS > ZEROS
                        DISPLAY "FALTA(S) GERADA(S) POR ATRASOS: "
                                CVA-GERADAS
                                " - CARTA AO ENCARREGADO EM CARTAS.DAT."
                    END-IF
            END-EVALUATE.
       END PROGRAM PROGAULAS.
