      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DO CALENDARIO ESCOLAR - DIZ O ANO LETIVO,
      *          O PERIODO DE AVALIACAO E SE HA AULAS NUMA DATA, A
      *          PARTIR DE CALESCOLAR.DAT (PROGCALESCOLAR).
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, no estilo de bloco de parametros de
      *            PROGDIAUTIL:
      *              CE-FUNCAO 'D' - para CE-DATA devolve o ano
      *                              letivo (o ultimo comecado ate
      *                              essa data), o periodo (o ultimo
      *                              comecado), as datas do ano e do
      *                              periodo e a situacao:
      *                              A = ha aulas, I = interrupcao
      *                              (registada ou entre periodos,
      *                              com a descricao), F = depois do
      *                              fim do ano letivo
      *              CE-FUNCAO 'P' - para CE-ANO-LETIVO e
      *                              CE-PERIODO devolve as datas do
      *                              ano e do periodo
      *            CE-RESULTADO: S = encontrado, N = o calendario nao
      *            cobre a data (ou o periodo), F = sem
      *            CALESCOLAR.DAT. Sem calendario os programas
      *            continuam com CONTROLE.DAT, como antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPERIODO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO ASSIGN TO "CALESCOLAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO.
       COPY "CLEREG.cpy" REPLACING NIVEL-CLE BY 01
                                   CAMPO-CLE-REG BY FD-CALENDARIO-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-CALENDARIO         PIC X(02) VALUE SPACES.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-ANO-ACHADO            PIC X VALUE 'N'.
           88 WS-ANO-ENCONTRADO           VALUE 'S'.
       01 WS-PERIODO-ACHADO        PIC X VALUE 'N'.
           88 WS-PERIODO-ENCONTRADO       VALUE 'S'.
       01 WS-INTERRUPCAO-ACHADA    PIC X VALUE 'N'.
           88 WS-INTERRUPCAO-ENCONTRADA   VALUE 'S'.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING PERIODO-PARAMETRES.
       MAIN-PROCEDURE.

           SET CE-OK TO TRUE
           MOVE ZEROS TO CE-INICIO-ANO CE-FIM-ANO
                         CE-INICIO-PERIODO CE-FIM-PERIODO
           MOVE SPACE TO CE-SITUACAO
           MOVE SPACES TO CE-DESCRICAO

           EVALUATE TRUE
               WHEN CE-POR-DATA
                   MOVE ZEROS TO CE-ANO-LETIVO CE-PERIODO
                   PERFORM APURA-POR-DATA
               WHEN CE-POR-PERIODO
                   PERFORM APURA-POR-PERIODO
               WHEN OTHER
                   SET CE-SEM-CALENDARIO TO TRUE
           END-EVALUATE

           GOBACK.

      * Primeira passagem: o ano letivo da data e o ultimo que ja
      * tinha comecado. Segunda passagem: o periodo e as
      * interrupcoes desse ano.
       APURA-POR-DATA.

           MOVE 'N' TO WS-ANO-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT CALENDARIO
           IF WS-FS-CALENDARIO NOT = "00"
               SET CE-SEM-FICHEIRO TO TRUE
           ELSE
               PERFORM LE-CALENDARIO
               PERFORM PROCURA-ANO-DA-DATA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE CALENDARIO

               IF NOT WS-ANO-ENCONTRADO
                   SET CE-SEM-CALENDARIO TO TRUE
               ELSE
                   PERFORM APURA-PERIODO-DA-DATA
                   PERFORM APURA-SITUACAO
               END-IF
           END-IF.

       PROCURA-ANO-DA-DATA.

           IF CLE-ANO
              AND CLE-INICIO <= CE-DATA
              AND CLE-INICIO >= CE-INICIO-ANO
               SET WS-ANO-ENCONTRADO TO TRUE
               MOVE CLE-ANO-LETIVO TO CE-ANO-LETIVO
               MOVE CLE-INICIO     TO CE-INICIO-ANO
               MOVE CLE-FIM        TO CE-FIM-ANO
           END-IF

           PERFORM LE-CALENDARIO.

       APURA-PERIODO-DA-DATA.

           MOVE 'N' TO WS-PERIODO-ACHADO
           MOVE 'N' TO WS-INTERRUPCAO-ACHADA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT CALENDARIO
           PERFORM LE-CALENDARIO
           PERFORM PROCURA-PERIODO-DA-DATA
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE CALENDARIO.

       PROCURA-PERIODO-DA-DATA.

           IF CLE-ANO-LETIVO = CE-ANO-LETIVO
               EVALUATE TRUE
                   WHEN CLE-PERIODO
                        AND CLE-INICIO <= CE-DATA
                        AND CLE-INICIO >= CE-INICIO-PERIODO
                       SET WS-PERIODO-ENCONTRADO TO TRUE
                       MOVE CLE-NUMERO TO CE-PERIODO
                       MOVE CLE-INICIO TO CE-INICIO-PERIODO
                       MOVE CLE-FIM    TO CE-FIM-PERIODO
                   WHEN CLE-INTERRUPCAO
                        AND CLE-INICIO <= CE-DATA
                        AND CLE-FIM >= CE-DATA
                        AND NOT WS-INTERRUPCAO-ENCONTRADA
                       SET WS-INTERRUPCAO-ENCONTRADA TO TRUE
                       MOVE CLE-DESCRICAO TO CE-DESCRICAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM LE-CALENDARIO.

      * Antes do primeiro periodo e entre o fim de um periodo e o
      * inicio do seguinte tambem nao ha aulas, mesmo sem
      * interrupcao registada.
       APURA-SITUACAO.

           EVALUATE TRUE
               WHEN CE-DATA > CE-FIM-ANO
                   SET CE-FORA-DO-ANO TO TRUE
                   MOVE "DEPOIS DO FIM DO ANO LETIVO" TO CE-DESCRICAO
               WHEN WS-INTERRUPCAO-ENCONTRADA
                   SET CE-EM-INTERRUPCAO TO TRUE
               WHEN NOT WS-PERIODO-ENCONTRADO
                   MOVE 1 TO CE-PERIODO
                   SET CE-EM-INTERRUPCAO TO TRUE
                   MOVE "ANTES DO 1. PERIODO" TO CE-DESCRICAO
               WHEN CE-DATA > CE-FIM-PERIODO
                   SET CE-EM-INTERRUPCAO TO TRUE
                   MOVE "FORA DOS PERIODOS LETIVOS" TO CE-DESCRICAO
               WHEN OTHER
                   SET CE-EM-AULAS TO TRUE
           END-EVALUATE.

       APURA-POR-PERIODO.

           MOVE 'N' TO WS-ANO-ACHADO
           MOVE 'N' TO WS-PERIODO-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT CALENDARIO
           IF WS-FS-CALENDARIO NOT = "00"
               SET CE-SEM-FICHEIRO TO TRUE
           ELSE
               PERFORM LE-CALENDARIO
               PERFORM PROCURA-PERIODO-DO-ANO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE CALENDARIO

               IF NOT WS-ANO-ENCONTRADO OR NOT WS-PERIODO-ENCONTRADO
                   SET CE-SEM-CALENDARIO TO TRUE
               END-IF
           END-IF.

       PROCURA-PERIODO-DO-ANO.

           IF CLE-ANO-LETIVO = CE-ANO-LETIVO
               EVALUATE TRUE
                   WHEN CLE-ANO
                       SET WS-ANO-ENCONTRADO TO TRUE
                       MOVE CLE-INICIO TO CE-INICIO-ANO
                       MOVE CLE-FIM    TO CE-FIM-ANO
                   WHEN CLE-PERIODO AND CLE-NUMERO = CE-PERIODO
                       SET WS-PERIODO-ENCONTRADO TO TRUE
                       MOVE CLE-INICIO TO CE-INICIO-PERIODO
                       MOVE CLE-FIM    TO CE-FIM-PERIODO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM LE-CALENDARIO.

       LE-CALENDARIO.

           READ CALENDARIO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.
       END PROGRAM PROGPERIODO.
