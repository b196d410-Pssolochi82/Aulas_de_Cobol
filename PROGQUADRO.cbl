      *            substituidos - contar o REPROVADO e o exame
      *            juntos arrastava a media exatamente dos alunos
      *            perto da linha de corte do quadro.
      * 15/10/26 - Um quadro de honra por nivel de ensino (o da turma do
      *            aluno, via PROGESCCON), cada um com as suas posicoes,
      *            o seu top N e a escala do nivel no cabecalho - medias
      *            de escalas diferentes nunca se comparam. Numa escala
      *            qualitativa a media sai com o nome do codigo.
      * 15/10/26 - As rotinas da entrada e da saida da ordenacao passam
      *            para seccoes proprias - no fim da seccao a ordenacao
      *            corria-as de novo e o ultimo aluno era somado e
      *            listado duas vezes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGQUADRO.

       SD  CLASSIFICACAO.
       01  SRT-REGISTO.
           03 SRT-NIVEL                PIC X(02).
           03 SRT-MEDIA                PIC 99V99.
           03 SRT-ALUNO                PIC 9(06).
           03 SRT-NOME                 PIC X(30).
       01 WS-MEDIA-EDIT            PIC Z9.99.
       01 WS-RANK-EDIT             PIC ZZ9.

      * Um quadro por nivel de ensino (o da turma do aluno, via
      * PROGESCCON): medias de escalas diferentes nao se comparam.
       01 WS-IND-ESCCON            PIC X VALUE 'N'.
           88 WS-ESCCON-FALHOU            VALUE 'S'.
       01 WS-ULT-NIVEL             PIC X(02) VALUE SPACES.
       01 WS-QUADROS               PIC 9(02) VALUE ZEROS.

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
       PRINCIPAL SECTION.
       MAIN-PROCEDURE.
           END-IF

           SORT CLASSIFICACAO
               ON ASCENDING KEY SRT-NIVEL
               ON DESCENDING KEY SRT-MEDIA
               INPUT PROCEDURE IS CARREGA-ALUNOS
               OUTPUT PROCEDURE IS IMPRIME-QUADRO
                   UNTIL WS-ALU-USO > WS-ALU-CONT
           END-IF.

      * Rotinas da entrada da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de CARREGA-ALUNOS.
       CARREGA-ROTINAS SECTION.
       RECOLHE-RECUPERACAO.

           IF BOL-TIPO = 'R'
           MOVE WS-AT-NOME (WS-ALU-USO)   TO SRT-NOME
           MOVE WS-AT-TURMA (WS-ALU-USO)  TO SRT-TURMA

           MOVE SPACES TO SRT-NIVEL
           IF NOT WS-ESCCON-FALHOU
               MOVE SRT-TURMA TO ECN-TURMA
               MOVE SPACES TO ECN-NIVEL
               MOVE ZEROS TO ECN-VALOR
               CALL 'PROGESCCON' USING ESCCON-PARAMETRES
                   ON EXCEPTION
                       SET WS-ESCCON-FALHOU TO TRUE
                       MOVE SPACES TO ECN-NIVEL
               END-CALL
               MOVE ECN-NIVEL TO SRT-NIVEL
           END-IF

           RELEASE SRT-REGISTO.

       IMPRIME-QUADRO SECTION.
       IMPRIME-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           MOVE ZEROS TO WS-QUADROS

           PERFORM DEVOLVE-ORDENADO
           PERFORM LISTA-POSICAO
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-QUADROS = ZERO
               DISPLAY " "
               DISPLAY "  (SEM ALUNOS PARA LISTAR)"
           END-IF.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de IMPRIME-QUADRO.
       IMPRIME-ROTINAS SECTION.
      * Cada nivel de ensino tem o seu quadro, com as suas posicoes
      * e o seu top N, na escala do nivel.
       ABRE-QUADRO-NIVEL.

           ADD 1 TO WS-QUADROS
           MOVE SRT-NIVEL TO WS-ULT-NIVEL
           MOVE 'N' TO WS-QUADRO-COMPLETO
           MOVE ZEROS TO WS-POSICAO WS-RANK
           MOVE 99.99 TO WS-ULT-MEDIA

           IF WS-ESCCON-FALHOU
               MOVE "ESCALA DE 1 A 10" TO ESC-DESCRICAO
           ELSE
               MOVE SPACES TO ECN-TURMA
               MOVE SRT-NIVEL TO ECN-NIVEL
               MOVE ZEROS TO ECN-VALOR
               CALL 'PROGESCCON' USING ESCCON-PARAMETRES
           END-IF

           DISPLAY " "
           DISPLAY "NIVEL DE ENSINO " SRT-NIVEL " - " ESC-DESCRICAO
           DISPLAY "POS | ALUNO  | NOME                          "
                   "| TURMA | MEDIA".

       DEVOLVE-ORDENADO.

           RETURN CLASSIFICACAO

       LISTA-POSICAO.

           IF WS-QUADROS = ZERO OR SRT-NIVEL NOT = WS-ULT-NIVEL
               PERFORM ABRE-QUADRO-NIVEL
           END-IF

      * Atingido o N pedido, so continua enquanto houver empate com
      * a ultima media listada; o resto do nivel e saltado.
           IF WS-QUADRO-FECHADO
              OR (WS-POSICAO >= WS-TOP-N
                  AND SRT-MEDIA NOT = WS-ULT-MEDIA)
               SET WS-QUADRO-FECHADO TO TRUE
               PERFORM DEVOLVE-ORDENADO
           ELSE
               ADD 1 TO WS-POSICAO
               IF SRT-MEDIA NOT = WS-ULT-MEDIA
               END-IF
               MOVE WS-RANK TO WS-RANK-EDIT
               MOVE SRT-MEDIA TO WS-MEDIA-EDIT
               MOVE SPACES TO ECN-TEXTO
               IF NOT WS-ESCCON-FALHOU AND ESC-QUALITATIVA
                   MOVE SPACES TO ECN-TURMA
                   MOVE SRT-NIVEL TO ECN-NIVEL
                   MOVE SRT-MEDIA TO ECN-VALOR
                   CALL 'PROGESCCON' USING ESCCON-PARAMETRES
               END-IF
               DISPLAY WS-RANK-EDIT " | " SRT-ALUNO " | " SRT-NOME
                       " | " SRT-TURMA " | " WS-MEDIA-EDIT " "
                       ECN-TEXTO
               MOVE SRT-MEDIA TO WS-ULT-MEDIA
               PERFORM DEVOLVE-ORDENADO
           END-IF.
