      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DE CONSULTA DAS OBSERVACOES DO CONSELHO DE
      *          TURMA - DADO O ALUNO, A TURMA, O PERIODO E O ANO
      *          LETIVO, DEVOLVE A APRECIACAO (OBSERVACOES.DAT) E O
      *          NOME DO DOCENTE AUTOR.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGDISCON. Chamada
      *            pelo PROGVALIDATURMA (carta de resultados), pelo
      *            PROGTRANSCRITO e pelo PROGBALCAO. Turma em branco =
      *            qualquer turma do aluno nesse ano e periodo. O nome
      *            do autor vem de DOCENTES.DAT (DOCREG.cpy); sem
      *            registo sai em branco. OBC-RESULTADO: S =
      *            encontrada, N = sem observacao, F = sem
      *            OBSERVACOES.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOBSCON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBSERVACOES ASSIGN TO "OBSERVACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OBSERVACOES.
           SELECT DOCENTES    ASSIGN TO "DOCENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-NUMERO
               FILE STATUS IS WS-FS-DOCENTES.
       DATA DIVISION.
       FILE SECTION.
       FD  OBSERVACOES.
       COPY "OBSREG.cpy" REPLACING NIVEL-OBS BY 01
                                   CAMPO-OBS-REG BY FD-OBSERVACAO-REG.

       FD  DOCENTES.
       COPY "DOCREG.cpy" REPLACING NIVEL-DOC BY 01
                                   CAMPO-DOC-REG BY FD-DOCENTE-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-OBSERVACOES        PIC X(02) VALUE ZEROS.
       01 WS-FS-DOCENTES           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING OBSCON-PARAMETRES.
       MAIN-PROCEDURE.

           MOVE SPACES TO OBC-OBSERVACAO OBC-DOCENTE-NOME
           MOVE ZEROS TO OBS-NUM-LINHAS OF OBC-OBSERVACAO
           SET OBC-SEM-OBSERVACAO TO TRUE
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT OBSERVACOES
           IF WS-FS-OBSERVACOES NOT = "00"
               SET OBC-SEM-FICHEIRO TO TRUE
           ELSE
               PERFORM LE-OBSERVACAO
               PERFORM VERIFICA-OBSERVACAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE OBSERVACOES
           END-IF

           IF OBC-ENCONTRADA
               PERFORM LE-NOME-DOCENTE
           END-IF

           GOBACK.

       LE-OBSERVACAO.

           READ OBSERVACOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * Le o ficheiro todo - fica a ultima observacao da chave.
       VERIFICA-OBSERVACAO.

           IF OBS-ALUNO OF FD-OBSERVACAO-REG = OBC-ALUNO
              AND OBS-PERIODO OF FD-OBSERVACAO-REG = OBC-PERIODO
              AND OBS-ANO-LETIVO OF FD-OBSERVACAO-REG
                  = OBC-ANO-LETIVO
              AND (OBC-TURMA = SPACES
                   OR OBS-TURMA OF FD-OBSERVACAO-REG = OBC-TURMA)
               MOVE FD-OBSERVACAO-REG TO OBC-OBSERVACAO
               SET OBC-ENCONTRADA TO TRUE
           END-IF

           PERFORM LE-OBSERVACAO.

       LE-NOME-DOCENTE.

           OPEN INPUT DOCENTES
           IF WS-FS-DOCENTES = "00"
               MOVE OBS-DOCENTE OF OBC-OBSERVACAO TO DOC-NUMERO
               READ DOCENTES
               IF WS-FS-DOCENTES = "00"
                   MOVE DOC-NOME TO OBC-DOCENTE-NOME
               END-IF
               CLOSE DOCENTES
           END-IF.
       END PROGRAM PROGOBSCON.
