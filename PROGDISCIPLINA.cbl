      *            e BOLETIM.DAT; a consulta dos consumidores e o
      *            PROGDISCON. A alteracao regrava o ficheiro pelo
      *            de trabalho DISCIPLINAS.TMP, como o PROGTABELA.
      * 15/10/26 - Opcao 5: carga letiva anual obrigatoria da
      *            disciplina por nivel de ensino (DIS-CARGA, ate 8
      *            niveis; zero aulas retira o nivel). A listagem
      *            mostra as cargas definidas. A alteracao e a
      *            retirada mantem a tabela de cargas do registo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDISCIPLINA.
                                   CAMPO-DIS-REG BY FD-DISCIPLINA-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(79).

       WORKING-STORAGE SECTION.
       01 WS-FS-DISCIPLINAS        PIC X(02) VALUE ZEROS.

       01 WS-CONT-LISTADAS         PIC 9(03) VALUE ZEROS.

      * Tabela de cargas da disciplina em tratamento - vem do
      * registo lido e volta a ser gravada com ele.
       01 WS-CARGAS.
           03 WS-CARGA             OCCURS 8 TIMES.
               05 WS-CARGA-NIVEL       PIC X(02).
               05 WS-CARGA-AULAS       PIC 9(03).
       01 WS-CARGA-IDX             PIC 9(02) VALUE ZEROS.
       01 WS-CARGA-USO             PIC 9(02) VALUE ZEROS.
       01 WS-NIVEL                 PIC X(02) VALUE SPACES.
       01 WS-AULAS-ANO             PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "  2 - ALTERAR DISCIPLINA"
           DISPLAY "  3 - RETIRAR DISCIPLINA"
           DISPLAY "  4 - LISTAR DISCIPLINAS"
           DISPLAY "  5 - CARGA LETIVA ANUAL POR NIVEL DE ENSINO"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO
                   PERFORM RETIRA-DISCIPLINA
               WHEN 4
                   PERFORM LISTA-DISCIPLINAS
               WHEN 5
                   PERFORM ALTERA-CARGA
               WHEN 0
                   CONTINUE
               WHEN OTHER
           MOVE WS-CODIGO TO DIS-CODIGO
           MOVE WS-NOME   TO DIS-NOME
           MOVE 'A'       TO DIS-ESTADO
           MOVE SPACES    TO DIS-CARGAS
           WRITE FD-DISCIPLINA-REG

           CLOSE DISCIPLINAS

           IF DIS-CODIGO = WS-CODIGO
               SET WS-DISC-EXISTE TO TRUE
               MOVE DIS-CARGAS TO WS-CARGAS
           ELSE
               PERFORM LE-DISCIPLINA
           END-IF.
               DISPLAY "DISCIPLINA " WS-CODIGO " RETIRADA."
           END-IF.

      * Carga letiva anual: o nivel de ensino (o TUR-NIVEL-ENSINO
      * das turmas) e o numero de aulas a dar no ano. Um nivel ja
      * definido e substituido; zero aulas retira-o.
       ALTERA-CARGA.

           DISPLAY "CODIGO DA DISCIPLINA: "
           ACCEPT WS-CODIGO

           PERFORM PROCURA-DISCIPLINA

           IF NOT WS-DISC-EXISTE
               DISPLAY "DISCIPLINA " WS-CODIGO " NAO ENCONTRADA."
           ELSE
               MOVE DIS-NOME   TO WS-NOME
               MOVE DIS-ESTADO TO WS-ESTADO
               DISPLAY "DISCIPLINA " WS-CODIGO " " WS-NOME
               PERFORM MOSTRA-CARGA
                   VARYING WS-CARGA-IDX FROM 1 BY 1
                   UNTIL WS-CARGA-IDX > 8

               DISPLAY "NIVEL DE ENSINO (EX. 05, 10): "
               MOVE SPACES TO WS-NIVEL
               ACCEPT WS-NIVEL
               DISPLAY "AULAS OBRIGATORIAS NO ANO (0 = RETIRA): "
               MOVE ZEROS TO WS-AULAS-ANO
               ACCEPT WS-AULAS-ANO

               IF WS-NIVEL = SPACES
                   DISPLAY "NIVEL EM BRANCO - NADA GRAVADO."
               ELSE
                   PERFORM COLOCA-CARGA
               END-IF
           END-IF.

       COLOCA-CARGA.

           MOVE ZEROS TO WS-CARGA-USO
           PERFORM PROCURA-NIVEL-CARGA
               VARYING WS-CARGA-IDX FROM 1 BY 1
               UNTIL WS-CARGA-IDX > 8 OR WS-CARGA-USO > ZERO

           IF WS-CARGA-USO = ZERO AND WS-AULAS-ANO > ZERO
               PERFORM PROCURA-LUGAR-CARGA
                   VARYING WS-CARGA-IDX FROM 1 BY 1
                   UNTIL WS-CARGA-IDX > 8 OR WS-CARGA-USO > ZERO
           END-IF

           EVALUATE TRUE
               WHEN WS-CARGA-USO = ZERO AND WS-AULAS-ANO = ZERO
                   DISPLAY "O NIVEL " WS-NIVEL " NAO TINHA CARGA - "
                           "NADA GRAVADO."
               WHEN WS-CARGA-USO = ZERO
                   DISPLAY "JA HA 8 NIVEIS COM CARGA NESTA "
                           "DISCIPLINA - NADA GRAVADO."
               WHEN WS-AULAS-ANO = ZERO
                   MOVE SPACES TO WS-CARGA (WS-CARGA-USO)
                   PERFORM REGRAVA-DISCIPLINAS
                   DISPLAY "CARGA DO NIVEL " WS-NIVEL " RETIRADA."
               WHEN OTHER
                   MOVE WS-NIVEL     TO WS-CARGA-NIVEL (WS-CARGA-USO)
                   MOVE WS-AULAS-ANO TO WS-CARGA-AULAS (WS-CARGA-USO)
                   PERFORM REGRAVA-DISCIPLINAS
                   DISPLAY "CARGA DO NIVEL " WS-NIVEL ": "
                           WS-AULAS-ANO " AULAS GRAVADA."
           END-EVALUATE.

       PROCURA-NIVEL-CARGA.

           IF WS-CARGA-NIVEL (WS-CARGA-IDX) = WS-NIVEL
               MOVE WS-CARGA-IDX TO WS-CARGA-USO
           END-IF.

       PROCURA-LUGAR-CARGA.

           IF WS-CARGA-NIVEL (WS-CARGA-IDX) = SPACES
               MOVE WS-CARGA-IDX TO WS-CARGA-USO
           END-IF.

       MOSTRA-CARGA.

           IF WS-CARGA-NIVEL (WS-CARGA-IDX) NOT = SPACES
               DISPLAY "    NIVEL " WS-CARGA-NIVEL (WS-CARGA-IDX)
                       " : " WS-CARGA-AULAS (WS-CARGA-IDX)
                       " AULAS NO ANO"
           END-IF.

       REGRAVA-DISCIPLINAS.

           MOVE 'N' TO WS-ALTERACAO-FEITA
              AND NOT WS-DISC-ALTERADA
               MOVE WS-NOME   TO DIS-NOME
               MOVE WS-ESTADO TO DIS-ESTADO
               MOVE WS-CARGAS TO DIS-CARGAS
               SET WS-DISC-ALTERADA TO TRUE
           END-IF

                   DIS-ESTADO
           ADD 1 TO WS-CONT-LISTADAS

           MOVE DIS-CARGAS TO WS-CARGAS
           PERFORM MOSTRA-CARGA
               VARYING WS-CARGA-IDX FROM 1 BY 1
               UNTIL WS-CARGA-IDX > 8

           PERFORM LE-DISCIPLINA.
       END PROGRAM PROGDISCIPLINA.
