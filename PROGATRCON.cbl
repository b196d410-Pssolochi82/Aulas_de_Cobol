      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DE CONSULTA DAS ATRIBUICOES DE DOCENCIA -
      *          DADO O OPERADOR, A TURMA, A DISCIPLINA E O ANO
      *          LETIVO, DIZ SE O OPERADOR PODE LANCAR NOTAS NELAS.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGDISCON. Chamada
      *            pelo BOLETIM (interativo e lote) e pelo PROGEMENDA
      *            antes de aceitar uma nota. O perfil vem de
      *            OPERADORES.DAT (OPEREG.cpy): so o perfil de
      *            docente (D) e restringido - a secretaria e os
      *            supervisores ficam com acesso total, tal como um
      *            operador desconhecido ou sem OPERADORES.DAT (o
      *            PROGSIGNON ja decidiu a sessao). O docente tem de
      *            ter o OPE-DOCENTE (DOC-NUMERO) preenchido e uma
      *            atribuicao em ATRIBUICOES.DAT (ATRREG.cpy) para a
      *            turma, disciplina e ano letivo; ano a zeros =
      *            o ano letivo da data do sistema.
      *            ATC-RESULTADO: S = autorizado, N = sem atribuicao,
      *            D = docente sem DOC-NUMERO associado, F = sem
      *            ATRIBUICOES.DAT (docente recusado).
      * 15/10/26 - Disciplina em branco passa a aceitar qualquer
      *            atribuicao do docente na turma - e a pergunta do
      *            PROGOBSERVA (observacoes do conselho de turma).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGATRCON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES  ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.
           SELECT ATRIBUICOES ASSIGN TO "ATRIBUICOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATRIBUICOES.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
       COPY "OPEREG.cpy" REPLACING NIVEL-OPE BY 01
                                   CAMPO-OPE-REG BY FD-OPERADOR-REG.

       FD  ATRIBUICOES.
       COPY "ATRREG.cpy" REPLACING NIVEL-ATR BY 01
                                   CAMPO-ATR-REG BY FD-ATRIBUICAO-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-OPERADORES         PIC X(02) VALUE ZEROS.
       01 WS-FS-ATRIBUICOES        PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-OPERADOR-ACHADO       PIC X VALUE 'N'.
           88 WS-OPERADOR-EXISTE          VALUE 'S'.
       01 WS-ATRIBUICAO-ACHADA     PIC X VALUE 'N'.
           88 WS-ATRIBUICAO-EXISTE        VALUE 'S'.

       01 WS-ANO-LETIVO            PIC 9(04) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DSIS-ANO              PIC 9(04).
           03 WS-DSIS-MES              PIC 9(02).
           03 WS-DSIS-DIA              PIC 9(02).

       LINKAGE SECTION.
       01 ATRCON-PARAMETRES.
           02 ATC-OPERADOR             PIC X(08).
           02 ATC-TURMA                PIC X(05).
           02 ATC-MATERIA              PIC X(30).
           02 ATC-ANO-LETIVO           PIC 9(04).
           02 ATC-PERFIL               PIC X(01).
               88 ATC-PERFIL-DOCENTE          VALUE 'D'.
           02 ATC-DOCENTE              PIC 9(04).
           02 ATC-RESULTADO            PIC X(01).
               88 ATC-AUTORIZADO              VALUE 'S'.
               88 ATC-SEM-ATRIBUICAO          VALUE 'N'.
               88 ATC-SEM-DOCENTE             VALUE 'D'.
               88 ATC-SEM-FICHEIRO            VALUE 'F'.

       PROCEDURE DIVISION USING ATRCON-PARAMETRES.
       MAIN-PROCEDURE.

           MOVE 'O' TO ATC-PERFIL
           MOVE ZEROS TO ATC-DOCENTE
           SET ATC-AUTORIZADO TO TRUE

           PERFORM PROCURA-OPERADOR

           IF ATC-PERFIL-DOCENTE
               IF ATC-DOCENTE = ZEROS
                   SET ATC-SEM-DOCENTE TO TRUE
               ELSE
                   PERFORM PROCURA-ATRIBUICAO
               END-IF
           END-IF

           GOBACK.

       PROCURA-OPERADOR.

           MOVE 'N' TO WS-OPERADOR-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT OPERADORES
           IF WS-FS-OPERADORES = "00"
               PERFORM LE-OPERADOR
               PERFORM VERIFICA-OPERADOR
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-OPERADOR-EXISTE
               CLOSE OPERADORES
           END-IF.

       LE-OPERADOR.

           READ OPERADORES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-OPERADOR.

           IF OPE-ID = ATC-OPERADOR
               SET WS-OPERADOR-EXISTE TO TRUE
               MOVE OPE-PERFIL TO ATC-PERFIL
               IF OPE-DOCENTE NUMERIC
                   MOVE OPE-DOCENTE TO ATC-DOCENTE
               END-IF
           ELSE
               PERFORM LE-OPERADOR
           END-IF.

       PROCURA-ATRIBUICAO.

           MOVE ATC-ANO-LETIVO TO WS-ANO-LETIVO
           IF WS-ANO-LETIVO = ZEROS
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DSIS-ANO TO WS-ANO-LETIVO
               IF WS-DSIS-MES < 9
                   SUBTRACT 1 FROM WS-ANO-LETIVO
               END-IF
           END-IF

           MOVE 'N' TO WS-ATRIBUICAO-ACHADA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ATRIBUICOES
           IF WS-FS-ATRIBUICOES NOT = "00"
               SET ATC-SEM-FICHEIRO TO TRUE
           ELSE
               PERFORM LE-ATRIBUICAO
               PERFORM VERIFICA-ATRIBUICAO
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-ATRIBUICAO-EXISTE
               CLOSE ATRIBUICOES
               IF WS-ATRIBUICAO-EXISTE
                   SET ATC-AUTORIZADO TO TRUE
               ELSE
                   SET ATC-SEM-ATRIBUICAO TO TRUE
               END-IF
           END-IF.

       LE-ATRIBUICAO.

           READ ATRIBUICOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * Disciplina em branco = qualquer disciplina da turma (o
      * conselho de turma sao todos os docentes da turma).
       VERIFICA-ATRIBUICAO.

           IF ATR-DOCENTE = ATC-DOCENTE
              AND ATR-TURMA = ATC-TURMA
              AND (ATC-MATERIA = SPACES
                   OR ATR-MATERIA = ATC-MATERIA)
              AND ATR-ANO-LETIVO = WS-ANO-LETIVO
               SET WS-ATRIBUICAO-EXISTE TO TRUE
           ELSE
               PERFORM LE-ATRIBUICAO
           END-IF.
       END PROGRAM PROGATRCON.
