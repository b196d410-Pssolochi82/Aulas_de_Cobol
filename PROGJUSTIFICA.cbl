      *            FAL-ANO-LETIVO: a regravacao por FALTAS.TMP
      *            cortava o ano de TODOS os registos do ficheiro
      *            a cada justificacao.
      * 15/10/26 - Passa a justificar tambem atrasos (ATRASOS.DAT,
      *            regravado por ATRASOS.TMP): o atraso justificado
      *            deixa de contar e o PROGCONVATR retira as faltas por
      *            atrasos que deixam de ser devidas. As faltas geradas
      *            por atrasos (motivo ATR) aparecem marcadas e nao se
      *            justificam diretamente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGJUSTIFICA.
           SELECT TRABALHO ASSIGN TO "FALTAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT ATRASOS  ASSIGN TO "ATRASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATRASOS.
           SELECT TRABALHO-ATR ASSIGN TO "ATRASOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO-ATR.
       DATA DIVISION.
       FILE SECTION.
       FD  FALTAS.
       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(62).

       FD  ATRASOS.
       COPY "ATSREG.cpy" REPLACING NIVEL-ATS BY 01
                                   CAMPO-ATS-REG BY FD-ATRASO-REG.

       FD  TRABALHO-ATR.
       01  FD-TRABALHO-ATR-REG         PIC X(67).

       WORKING-STORAGE SECTION.
       01 WS-FS-FALTAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-ATRASOS            PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO-ATR       PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-OPCAO                 PIC X VALUE 'S'.
       01 WS-TIPO                  PIC X VALUE 'F'.
           88 WS-TIPO-FALTA               VALUE 'F' 'f'.
           88 WS-TIPO-ATRASO              VALUE 'A' 'a'.

       01 WS-ALUNO-NUM             PIC 9(06) VALUE ZEROS.
       01 WS-MATERIA               PIC A(30) VALUE SPACES.
           88 WS-FALTA-JUSTIFICADA        VALUE 'S'.

       01 WS-CONT-LISTADAS         PIC 9(03) VALUE ZEROS.
       01 WS-CONT-POR-ATRASOS      PIC 9(03) VALUE ZEROS.

       01 WS-ATRASO-FEITO          PIC X VALUE 'N'.
           88 WS-ATRASO-JUSTIFICADO       VALUE 'S'.
       01 WS-ANO-ATRASO            PIC 9(04) VALUE ZEROS.

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

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       TRATA-JUSTIFICACAO.

           DISPLAY " "
           DISPLAY "JUSTIFICAR F(ALTA) OU A(TRASO)? "
           ACCEPT WS-TIPO
           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-ALUNO-NUM

           EVALUATE TRUE
               WHEN WS-TIPO-FALTA
                   PERFORM JUSTIFICA-FALTA
               WHEN WS-TIPO-ATRASO
                   PERFORM JUSTIFICA-ATRASO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - INDIQUE F OU A."
           END-EVALUATE

           DISPLAY " "
           DISPLAY "JUSTIFICAR OUTRA FALTA OU ATRASO? (S/N): "
           ACCEPT WS-OPCAO.

       JUSTIFICA-FALTA.

           PERFORM LISTA-FALTAS-ALUNO

           IF WS-CONT-LISTADAS = ZERO
                               ")."
                   ELSE
                       DISPLAY "FALTA NAO ENCONTRADA (OU JA "
                               "JUSTIFICADA, OU GERADA POR ATRASOS) "
                               "- NADA ALTERADO."
                   END-IF
               END-IF
           END-IF

           IF WS-CONT-POR-ATRASOS > ZERO
               DISPLAY "AS FALTAS POR ATRASOS (ATR) NAO SE JUSTIFICAM "
                       "AQUI - JUSTIFIQUE OS ATRASOS (OPCAO A)."
           END-IF.

       LISTA-FALTAS-ALUNO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADAS
           MOVE ZEROS TO WS-CONT-POR-ATRASOS

           OPEN INPUT FALTAS
           IF WS-FS-FALTAS NOT = "00"
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * As faltas geradas por atrasos aparecem marcadas mas nao
      * contam como justificaveis: desfazem-se justificando o
      * atraso, e o PROGCONVATR retira-as.
       MOSTRA-FALTA.

           IF FAL-ALUNO = WS-ALUNO-NUM
              AND NOT FAL-COM-JUSTIFICACAO
               IF FAL-MOTIVO = "ATR"
                   DISPLAY "  " FAL-DATA " | " FAL-MATERIA
                           " (POR ATRASOS)"
                   ADD 1 TO WS-CONT-POR-ATRASOS
               ELSE
                   DISPLAY "  " FAL-DATA " | " FAL-MATERIA
                   ADD 1 TO WS-CONT-LISTADAS
               END-IF
           END-IF

           PERFORM LE-FALTA.
              AND FAL-MATERIA = WS-MATERIA
              AND FAL-DATA = WS-DATA-FALTA
              AND NOT FAL-COM-JUSTIFICACAO
              AND FAL-MOTIVO NOT = "ATR"
              AND NOT WS-FALTA-JUSTIFICADA
               MOVE 'S'          TO FAL-JUSTIFICADA
               MOVE WS-MOTIVO    TO FAL-MOTIVO
           WRITE FD-FALTA-REG

           PERFORM LE-TRABALHO.

      ******************************************************************
      * JUSTIFICACAO DE ATRASOS
      ******************************************************************
      * O atraso justificado deixa de contar para a conversao em
      * faltas; o PROGCONVATR refaz a conta e retira as faltas por
      * atrasos que ja nao sao devidas.
       JUSTIFICA-ATRASO.

           PERFORM LISTA-ATRASOS-ALUNO

           IF WS-CONT-LISTADAS = ZERO
               DISPLAY "SEM ATRASOS POR JUSTIFICAR PARA O ALUNO "
                       WS-ALUNO-NUM "."
           ELSE
               DISPLAY "CODIGO DA DISCIPLINA DO ATRASO: "
               ACCEPT WS-MATERIA
               DISPLAY "DATA DO ATRASO (DD/MM/AAAA): "
               ACCEPT WS-DATA-FALTA
               DISPLAY "CODIGO DO MOTIVO (EX. MED, TRA): "
               ACCEPT WS-MOTIVO

               IF WS-MOTIVO = SPACES OR WS-MOTIVO = "ATR"
                   DISPLAY "MOTIVO EM BRANCO OU RESERVADO - NADA "
                           "JUSTIFICADO."
               ELSE
                   PERFORM REGRAVA-ATRASOS
                   IF WS-ATRASO-JUSTIFICADO
                       DISPLAY "ATRASO JUSTIFICADO POR "
                               SGN-OPERADOR " (MOTIVO " WS-MOTIVO
                               ")."
                       PERFORM RECONVERTE-ATRASOS
                   ELSE
                       DISPLAY "ATRASO NAO ENCONTRADO (OU JA "
                               "JUSTIFICADO) - NADA ALTERADO."
                   END-IF
               END-IF
           END-IF.

       LISTA-ATRASOS-ALUNO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADAS

           OPEN INPUT ATRASOS
           IF WS-FS-ATRASOS NOT = "00"
               DISPLAY "ATRASOS.DAT NAO ENCONTRADO."
           ELSE
               PERFORM LE-ATRASO
               PERFORM MOSTRA-ATRASO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ATRASOS
           END-IF.

       LE-ATRASO.

           READ ATRASOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       MOSTRA-ATRASO.

           IF ATS-ALUNO = WS-ALUNO-NUM
              AND NOT ATS-COM-JUSTIFICACAO
               DISPLAY "  " ATS-DATA " | " ATS-MATERIA
               ADD 1 TO WS-CONT-LISTADAS
           END-IF

           PERFORM LE-ATRASO.

       REGRAVA-ATRASOS.

           MOVE 'N' TO WS-ATRASO-FEITO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ATRASOS
           OPEN OUTPUT TRABALHO-ATR

           PERFORM LE-ATRASO
           PERFORM TRATA-ATRASO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE ATRASOS
           CLOSE TRABALHO-ATR

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TRABALHO-ATR
           OPEN OUTPUT ATRASOS

           PERFORM LE-TRABALHO-ATR
           PERFORM RECARREGA-ATRASO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO-ATR
           CLOSE ATRASOS.

       TRATA-ATRASO.

           IF ATS-ALUNO = WS-ALUNO-NUM
              AND ATS-MATERIA = WS-MATERIA
              AND ATS-DATA = WS-DATA-FALTA
              AND NOT ATS-COM-JUSTIFICACAO
              AND NOT WS-ATRASO-JUSTIFICADO
               MOVE 'S'            TO ATS-JUSTIFICADO
               MOVE WS-MOTIVO      TO ATS-MOTIVO
               MOVE SGN-OPERADOR   TO ATS-APROVADOR
               MOVE ATS-ANO-LETIVO TO WS-ANO-ATRASO
               SET WS-ATRASO-JUSTIFICADO TO TRUE
           END-IF

           MOVE FD-ATRASO-REG TO FD-TRABALHO-ATR-REG
           WRITE FD-TRABALHO-ATR-REG

           PERFORM LE-ATRASO.

       LE-TRABALHO-ATR.

           READ TRABALHO-ATR
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-ATRASO.

           MOVE FD-TRABALHO-ATR-REG TO FD-ATRASO-REG
           WRITE FD-ATRASO-REG

           PERFORM LE-TRABALHO-ATR.

       RECONVERTE-ATRASOS.

           MOVE WS-ALUNO-NUM  TO CVA-ALUNO
           MOVE WS-MATERIA    TO CVA-MATERIA
           MOVE WS-ANO-ATRASO TO CVA-ANO-LETIVO
           MOVE 'N' TO WS-IND-CONVATR

           CALL 'PROGCONVATR' USING CONVATR-PARAMETRES
               ON EXCEPTION
                   SET WS-CONVATR-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-CONVATR-FALHOU
                   DISPLAY "AVISO: PROGCONVATR INDISPONIVEL - AS "
                           "FALTAS POR ATRASOS NAO FORAM REVISTAS."
               WHEN CVA-ERRO
                   DISPLAY "AVISO: DEMASIADOS ATRASOS PARA REVER - "
                           "FALTAS POR ATRASOS NAO ALTERADAS."
               WHEN CVA-ANULADAS > ZEROS
                   DISPLAY "FALTA(S) POR ATRASOS ANULADA(S): "
                           CVA-ANULADAS
               WHEN OTHER
                   DISPLAY "NENHUMA FALTA POR ATRASOS A ANULAR."
           END-EVALUATE.
       END PROGRAM PROGJUSTIFICA.
