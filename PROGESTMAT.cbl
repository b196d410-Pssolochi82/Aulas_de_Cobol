      *            disciplinas: o relatorio resolve o nome oficial
      *            via PROGDISCON e imprime-o ao lado do codigo
      *            (codigos sem registo no mestre saem como estao).
      * 15/10/26 - A estatistica passa a agrupar por disciplina e nivel
      *            de ensino (o da turma de cada lancamento, via
      *            PROGESCCON), com a escala do nivel no cabecalho -
      *            notas de escalas diferentes (ex. 1 a 10 e 0 a 20)
      *            nunca entram na mesma media. A pior nota parte de
      *            99.99, nao de 10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGESTMAT.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-MAT-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-MAT-MAX               PIC 9(02) VALUE 60.
       01 WS-MAT-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-MAT-USO               PIC 9(02) VALUE ZEROS.
       01 WS-MAT-TAB OCCURS 60 TIMES.
           03 WS-MT-MATERIA             PIC A(30).
           03 WS-MT-NIVEL               PIC X(02).
           03 WS-MT-REGISTOS            PIC 9(05).
           03 WS-MT-ALUNOS              PIC 9(05).
           03 WS-MT-ULT-ALUNO           PIC 9(06).
           88 WS-DISCON-FALHOU            VALUE 'S'.
       01 WS-NOME-DISCIPLINA       PIC X(30) VALUE SPACES.

      * Nivel de ensino (e escala) da turma de cada lancamento, via
      * PROGESCCON - a estatistica agrupa por disciplina e nivel,
      * para nunca juntar notas de escalas diferentes.
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

       01 DISCON-PARAMETRES.
           02 DSC-CODIGO               PIC X(08).
           02 DSC-NOME                 PIC X(30).

       ACUMULA-REGISTO.

           PERFORM APURA-NIVEL
           PERFORM PROCURA-MATERIA

           IF WS-MAT-USO > ZERO
                   ADD 1 TO WS-MAT-CONT
                   MOVE WS-MAT-CONT TO WS-MAT-USO
                   MOVE BOL-MATERIA TO WS-MT-MATERIA (WS-MAT-USO)
                   MOVE WS-NIVEL-REGISTO TO WS-MT-NIVEL (WS-MAT-USO)
                   MOVE ZEROS TO WS-MT-REGISTOS (WS-MAT-USO)
                                 WS-MT-ALUNOS (WS-MAT-USO)
                                 WS-MT-ULT-ALUNO (WS-MAT-USO)
                                 WS-MT-APROVADOS (WS-MAT-USO)
                                 WS-MT-SOMA (WS-MAT-USO)
                                 WS-MT-MELHOR (WS-MAT-USO)
                   MOVE 99.99 TO WS-MT-PIOR (WS-MAT-USO)
               ELSE
                   DISPLAY "AVISO: LIMITE DE DISCIPLINAS DO "
                           "RELATORIO ATINGIDO - " BOL-MATERIA
       VERIFICA-MATERIA-TAB.

           IF WS-MT-MATERIA (WS-MAT-IDX) = BOL-MATERIA
              AND WS-MT-NIVEL (WS-MAT-IDX) = WS-NIVEL-REGISTO
               SET WS-MAT-ENCONTRADA TO TRUE
               MOVE WS-MAT-IDX TO WS-MAT-USO
           END-IF.
               MOVE WS-MEDIA-NUM TO WS-MT-PIOR (WS-MAT-USO)
           END-IF.

      * O nivel vem da turma do lancamento; sem a sub-rotina fica
      * em branco e as disciplinas saem como antes, sem nivel.
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
           MOVE WS-TAXA-APROV            TO WS-TAXA-EDIT

           PERFORM RESOLVE-NOME-DISCIPLINA
           PERFORM RESOLVE-ESCALA

           DISPLAY " "
           DISPLAY "DISCIPLINA          : " WS-NOME-DISCIPLINA
                   " (" WS-MT-MATERIA (WS-MAT-USO) ")"
           DISPLAY "  NIVEL / ESCALA    : " WS-MT-NIVEL (WS-MAT-USO)
                   " - " ESC-DESCRICAO
           DISPLAY "  LANCAMENTOS       : "
                   WS-MT-REGISTOS (WS-MAT-USO)
           DISPLAY "  ALUNOS            : " WS-MT-ALUNOS (WS-MAT-USO)
           DISPLAY "  APROVADOS         : "
                   WS-MT-APROVADOS (WS-MAT-USO).

       RESOLVE-ESCALA.

           IF WS-ESCCON-FALHOU
               MOVE "ESCALA DE 1 A 10" TO ESC-DESCRICAO
           ELSE
               MOVE SPACES TO ECN-TURMA
               MOVE WS-MT-NIVEL (WS-MAT-USO) TO ECN-NIVEL
               MOVE ZEROS TO ECN-VALOR
               CALL 'PROGESCCON' USING ESCCON-PARAMETRES
           END-IF.

      * O nome oficial vem do mestre de disciplinas (PROGDISCON);
      * um codigo sem registo (ou sem mestre) sai como esta.
       RESOLVE-NOME-DISCIPLINA.
