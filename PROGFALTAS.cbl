      * 03/09/26 - Cada falta leva o ano letivo (FAL-ANO-LETIVO =
      *            CTL-ANO-LETIVO de CONTROLE.DAT, com a data do
      *            sistema como omissao).
      * 15/10/26 - Uma aula registada como NAO DADA (ausencia do
      *            docente, PROGAUSENCIA) nao aceita faltas.
      * 15/10/26 - O ano letivo passa a vir do calendario escolar
      *            (CALESCOLAR.DAT, via PROGPERIODO) pela data do
      *            dia, com aviso se CONTROLE.DAT disser outro; e
      *            uma data de sessao em interrupcao letiva (ou fora
      *            dos periodos) e recusada - nao ha faltas sem
      *            aulas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFALTAS.
           03 FILLER                       PIC X(01).
           03 WS-DS-ANO                    PIC X(04).

       01 WS-DATA-AAAAMMDD                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DA-ANO                    PIC X(04).
           03 WS-DA-MES                    PIC X(02).
           03 WS-DA-DIA                    PIC X(02).

       01 VALDATA-PARAMETRES.
           02 VD-DIA                   PIC 99.
           02 VD-MES                   PIC 99.
           03 WS-DSIS-MES                  PIC X(02).
           03 WS-DSIS-DIA                  PIC X(02).

       01 WS-IND-PERIODO                   PIC X VALUE 'N'.
           88 WS-PERIODO-FALHOU                   VALUE 'S'.
       01 WS-DIA-LETIVO                    PIC X VALUE 'S'.
           88 WS-DIA-SEM-AULAS                    VALUE 'N'.

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

       01 DISCON-PARAMETRES.
           02 DSC-CODIGO               PIC X(08).
           02 DSC-NOME                 PIC X(30).
            DISPLAY "*******************************************"

            PERFORM LE-CONTROLE
            PERFORM APURA-ANO-DO-CALENDARIO

            PERFORM PEDE-DATA-SESSAO

                IF VD-INVALIDA
                    DISPLAY "DATA INVALIDA - TENTE NOVAMENTE."
                    PERFORM PEDE-DATA-SESSAO
                ELSE
                    PERFORM VERIFICA-DIA-LETIVO
                    IF WS-DIA-SEM-AULAS
                        PERFORM PEDE-DATA-SESSAO
                    END-IF
                END-IF
            END-IF.

      * O ano letivo do dia sai do calendario escolar; sem
      * calendario para hoje fica o de CONTROLE.DAT.
       APURA-ANO-DO-CALENDARIO.

            ACCEPT CE-DATA FROM DATE YYYYMMDD
            PERFORM CHAMA-PERIODO

            IF CE-OK
                IF CE-ANO-LETIVO NOT = CTL-ANO-LETIVO
                    DISPLAY "AVISO: CONTROLE.DAT TEM O ANO LETIVO "
                            CTL-ANO-LETIVO "; O CALENDARIO ESCOLAR "
                            "DIZ " CE-ANO-LETIVO
                            " - VALE O CALENDARIO."
                END-IF
                MOVE CE-ANO-LETIVO TO CTL-ANO-LETIVO
            END-IF.

      * Em interrupcao letiva (registada ou entre periodos) nao ha
      * aulas nem faltas. Depois do fim do ano letivo, ou sem
      * calendario para a data, a falta segue com aviso.
       VERIFICA-DIA-LETIVO.

            MOVE 'S' TO WS-DIA-LETIVO
            MOVE WS-DS-ANO TO WS-DA-ANO
            MOVE WS-DS-MES TO WS-DA-MES
            MOVE WS-DS-DIA TO WS-DA-DIA
            MOVE WS-DATA-AAAAMMDD TO CE-DATA
            PERFORM CHAMA-PERIODO

            EVALUATE TRUE
                WHEN NOT CE-OK
                    CONTINUE
                WHEN CE-EM-INTERRUPCAO
                    DISPLAY "DATA EM INTERRUPCAO LETIVA ("
                            CE-DESCRICAO ") - NAO HA FALTAS. "
                            "TENTE NOVAMENTE."
                    SET WS-DIA-SEM-AULAS TO TRUE
                WHEN CE-FORA-DO-ANO
                    DISPLAY "AVISO: DATA DEPOIS DO FIM DO ANO LETIVO "
                            CE-ANO-LETIVO " - FALTA O CALENDARIO DO "
                            "ANO SEGUINTE (PROGCALESCOLAR)."
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       CHAMA-PERIODO.

            SET CE-POR-DATA TO TRUE
            SET CE-SEM-FICHEIRO TO TRUE
            MOVE 'N' TO WS-IND-PERIODO

            CALL 'PROGPERIODO' USING PERIODO-PARAMETRES
                ON EXCEPTION
                    SET WS-PERIODO-FALHOU TO TRUE
            END-CALL

            IF WS-PERIODO-FALHOU
                SET CE-SEM-FICHEIRO TO TRUE
            END-IF.

       ABRE-FICHEIROS.
            IF AUL-DATA = WS-DATA-SESSAO
               AND AUL-TURMA = WS-TURMA-ALUNO
               AND AUL-MATERIA = WS-MATERIA
               AND NOT AUL-NAO-DADA
                SET WS-AULA-EXISTE TO TRUE
            ELSE
                PERFORM LE-AULA
