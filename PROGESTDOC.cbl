      *            por docente, com o nome vindo de DOCENTES.DAT -
      *            a quebra que a direcao pedia em cada revisao de
      *            periodo e montava a mao.
      * 15/10/26 - Um docente com turmas de niveis de ensino diferentes
      *            passa a ter uma linha por nivel (o da turma de cada
      *            lancamento, via PROGESCCON), com a escala do nivel -
      *            notas de escalas diferentes nunca entram na mesma
      *            media. A pior nota parte de 99.99, nao de 10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGESTDOC.

      * Acumuladores por docente, ao estilo do PROGESTMAT.
       01 WS-EST-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-EST-MAX               PIC 9(02) VALUE 60.
       01 WS-EST-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-EST-USO               PIC 9(02) VALUE ZEROS.
       01 WS-EST-TAB OCCURS 60 TIMES.
           03 WS-ET-DOCENTE             PIC 9(04).
           03 WS-ET-NIVEL               PIC X(02).
           03 WS-ET-REGISTOS            PIC 9(05).
           03 WS-ET-ALUNOS              PIC 9(05).
           03 WS-ET-ULT-ALUNO           PIC 9(06).
       01 WS-DOCENTES-ABERTO       PIC X VALUE 'N'.
           88 WS-DOCENTES-DISPONIVEL      VALUE 'S'.

      * Nivel de ensino (e escala) da turma de cada lancamento, via
      * PROGESCCON - um docente com turmas de niveis diferentes tem
      * uma linha por nivel, para nunca juntar notas de escalas
      * diferentes.
       01 WS-IND-ESCCON            PIC X VALUE 'N'.
           88 WS-ESCCON-FALHOU            VALUE 'S'.
       01 WS-NIVEL-REGISTO         PIC X(02) VALUE SPACES.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PROCURA-DOCENTE

           IF WS-DOCENTE-ENCONTRADO
               PERFORM APURA-NIVEL
               PERFORM PROCURA-LINHA-DOCENTE
               IF WS-EST-USO > ZERO
                   PERFORM ACUMULA-NO-DOCENTE
                   MOVE WS-EST-CONT TO WS-EST-USO
                   MOVE WS-DOCENTE-NUM
                        TO WS-ET-DOCENTE (WS-EST-USO)
                   MOVE WS-NIVEL-REGISTO
                        TO WS-ET-NIVEL (WS-EST-USO)
                   MOVE ZEROS TO WS-ET-REGISTOS (WS-EST-USO)
                                 WS-ET-ALUNOS (WS-EST-USO)
                                 WS-ET-ULT-ALUNO (WS-EST-USO)
                                 WS-ET-APROVADOS (WS-EST-USO)
                                 WS-ET-SOMA (WS-EST-USO)
                                 WS-ET-MELHOR (WS-EST-USO)
                   MOVE 99.99 TO WS-ET-PIOR (WS-EST-USO)
               ELSE
                   DISPLAY "AVISO: LIMITE DE DOCENTES DO "
                           "RELATORIO ATINGIDO."
       VERIFICA-LINHA-TAB.

           IF WS-ET-DOCENTE (WS-EST-IDX) = WS-DOCENTE-NUM
              AND WS-ET-NIVEL (WS-EST-IDX) = WS-NIVEL-REGISTO
               SET WS-EST-ENCONTRADA TO TRUE
               MOVE WS-EST-IDX TO WS-EST-USO
           END-IF.
               MOVE WS-MEDIA-NUM TO WS-ET-PIOR (WS-EST-USO)
           END-IF.

      * O nivel vem da turma do lancamento; sem a sub-rotina fica
      * em branco e o docente sai numa linha so, como antes.
       APURA-NIVEL.

           MOVE SPACES TO WS-NIVEL-REGISTO

           IF NOT WS-ESCCON-FALHOU
               MOVE BOL-TURMA TO ECN-TURMA
               MOVE SPACES TO ECN-NIVEL
               MOVE ZEROS TO ECN-VALOR
               CALL 'PROGESCCON' USING ESCCON-PARAMETRES
                   ON EXCEPTION
                       SET WS-ESCCON-FALHOU TO TRUE
                       MOVE SPACES TO ECN-NIVEL
               END-CALL
               MOVE ECN-NIVEL TO WS-NIVEL-REGISTO
           END-IF.

       CONVERTE-MEDIA.

           MOVE BOL-MEDIA TO WS-MEDIA-TEXTO
       MOSTRA-DOCENTE.

           PERFORM RESOLVE-NOME-DOCENTE
           PERFORM RESOLVE-ESCALA

           COMPUTE WS-MEDIA-DOC ROUNDED =
               WS-ET-SOMA (WS-EST-USO)
           DISPLAY " "
           DISPLAY "DOCENTE             : "
                   WS-ET-DOCENTE (WS-EST-USO) " " WS-NOME-DOCENTE
           DISPLAY "  NIVEL / ESCALA    : " WS-ET-NIVEL (WS-EST-USO)
                   " - " ESC-DESCRICAO
           DISPLAY "  LANCAMENTOS       : "
                   WS-ET-REGISTOS (WS-EST-USO)
           DISPLAY "  ALUNOS            : "
           DISPLAY "  APROVADOS         : "
                   WS-ET-APROVADOS (WS-EST-USO).

       RESOLVE-ESCALA.

           IF WS-ESCCON-FALHOU
               MOVE "ESCALA DE 1 A 10" TO ESC-DESCRICAO
           ELSE
               MOVE SPACES TO ECN-TURMA
               MOVE WS-ET-NIVEL (WS-EST-USO) TO ECN-NIVEL
               MOVE ZEROS TO ECN-VALOR
               CALL 'PROGESCCON' USING ESCCON-PARAMETRES
           END-IF.

       RESOLVE-NOME-DOCENTE.

           MOVE "(DOCENTE SEM REGISTO NO MESTRE)"
