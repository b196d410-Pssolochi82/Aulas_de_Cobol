      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: GRELHA SEMANAL DE OCUPACAO DAS SALAS - POR SALA, UMA
      *          LINHA POR HORA E UMA COLUNA POR DIA DA SEMANA COM A
      *          TURMA QUE A OCUPA, A PARTIR DE HORARIOS.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. Com a sala gravada em cada tempo
      *            letivo (HOR-SALA) o horario passa a dizer quem
      *            esta em cada sala. O SORT ordena os tempos por
      *            sala, hora e dia (como o PROGQUADRO) e a listagem
      *            sai com quebra por sala e uma linha por hora, para
      *            o ecra e para OCUPA.LIS, copiada para o spool. A
      *            descricao e o tipo da sala vem de SALAS.DAT; as
      *            salas do mestre sem nenhum tempo saem no fim.
      * 15/10/26 - As rotinas de leitura, RELEASE e RETURN dos
      *            procedimentos da ordenacao passam para seccoes
      *            proprias, como no PROGFECHOANO: a ordenacao corria-as
      *            de novo no fim de cada seccao com o ultimo registo
      *            ainda na area - o ultimo tempo era libertado e
      *            listado duas vezes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOCUPA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIOS  ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HORARIOS.
           SELECT SALAS     ASSIGN TO "SALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALAS.
           SELECT LISTAGEM  ASSIGN TO "OCUPA.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
           SELECT ORDENACAO ASSIGN TO "OCUPA.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  HORARIOS.
       COPY "HORREG.cpy" REPLACING NIVEL-HOR BY 01
                                   CAMPO-HOR-REG BY FD-HORARIO-REG.

       FD  SALAS.
       COPY "SALREG.cpy" REPLACING NIVEL-SAL BY 01
                                   CAMPO-SAL-REG BY FD-SALA-REG.

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(90).

       SD  ORDENACAO.
       01  SRT-REGISTO.
           03 SRT-SALA                 PIC X(05).
           03 SRT-HORA                 PIC X(05).
           03 SRT-DIA-SEMANA           PIC 9(01).
           03 SRT-TURMA                PIC X(05).

       WORKING-STORAGE SECTION.
       01 WS-FS-HORARIOS           PIC X(02) VALUE ZEROS.
       01 WS-FS-SALAS              PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.

      * Mestre de salas em memoria, com a marca de sala com tempos.
       01 WS-SAL-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-SAL-MAX               PIC 9(03) VALUE 100.
       01 WS-SAL-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-SAL-TAB OCCURS 100 TIMES.
           03 WS-SA-CODIGO             PIC X(05).
           03 WS-SA-DESCRICAO          PIC X(30).
           03 WS-SA-CAPACIDADE         PIC 9(03).
           03 WS-SA-TIPO               PIC X(01).
           03 WS-SA-USADA              PIC X(01).

       01 WS-SALA-ACHADA           PIC X VALUE 'N'.
           88 WS-SALA-NO-MESTRE           VALUE 'S'.

       01 WS-SALA-ATUAL            PIC X(05) VALUE SPACES.
       01 WS-HORA-ATUAL            PIC X(05) VALUE SPACES.
       01 WS-CONT-SALAS            PIC 9(03) VALUE ZEROS.
       01 WS-CONT-TEMPOS           PIC 9(03) VALUE ZEROS.
       01 WS-CONT-SEM-SALA         PIC 9(04) VALUE ZEROS.
       01 WS-CONT-SOBREPOSTOS      PIC 9(03) VALUE ZEROS.
       01 WS-CONT-LIVRES           PIC 9(03) VALUE ZEROS.
       01 WS-NOME-TIPO             PIC X(12) VALUE SPACES.

      * Linha da grelha: a hora e sete colunas de 10 posicoes.
       01 WS-GRELHA.
           03 WS-GR-HORA               PIC X(05).
           03 FILLER                   PIC X(02).
           03 WS-GR-CELULA             PIC X(10) OCCURS 7 TIMES.
           03 FILLER                   PIC X(13).

       01 WS-LINHA                 PIC X(90) VALUE SPACES.

       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.

       01 SPOOL-PARAMETRES.
           02 SPL-RELATORIO            PIC X(12).
           02 SPL-FICHEIRO             PIC X(20).
           02 SPL-OPERADOR             PIC X(08).
           02 SPL-MEMBRO               PIC 9(06).
           02 SPL-RESULTADO            PIC X(01).
               88 SPL-OK                      VALUE 'S'.
               88 SPL-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       PRINCIPAL SECTION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   GRELHA SEMANAL DE OCUPACAO DAS SALAS  *"
           DISPLAY "*******************************************"

           PERFORM CARREGA-SALAS

           OPEN OUTPUT LISTAGEM
           MOVE "OCUPACAO SEMANAL DAS SALAS" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA

           SORT ORDENACAO
               ON ASCENDING KEY SRT-SALA SRT-HORA SRT-DIA-SEMANA
                                SRT-TURMA
               INPUT PROCEDURE IS SELECIONA-TEMPOS
               OUTPUT PROCEDURE IS LISTA-SALAS

           PERFORM LISTA-SALAS-LIVRES

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "SALAS COM TEMPOS: " WS-CONT-SALAS
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           IF WS-CONT-SEM-SALA > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "TEMPOS SEM SALA ATRIBUIDA: " WS-CONT-SEM-SALA
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF
           IF WS-CONT-SOBREPOSTOS > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "TEMPOS SOBREPOSTOS (MESMA SALA, DIA E HORA): "
                      WS-CONT-SOBREPOSTOS
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF

           CLOSE LISTAGEM
           PERFORM ENVIA-AO-SPOOL

           DISPLAY " "
           DISPLAY "*******************************************"

           GOBACK.

       CARREGA-SALAS.

           MOVE ZEROS TO WS-SAL-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT SALAS
           IF WS-FS-SALAS NOT = "00"
               DISPLAY "AVISO: SALAS.DAT NAO ENCONTRADO - GRELHA SEM "
                       "DESCRICAO DAS SALAS."
           ELSE
               PERFORM LE-SALA
               PERFORM GUARDA-SALA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE SALAS
           END-IF.

       LE-SALA.

           READ SALAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-SALA.

           IF WS-SAL-CONT < WS-SAL-MAX
               ADD 1 TO WS-SAL-CONT
               MOVE SAL-CODIGO     TO WS-SA-CODIGO (WS-SAL-CONT)
               MOVE SAL-DESCRICAO  TO WS-SA-DESCRICAO (WS-SAL-CONT)
               MOVE SAL-CAPACIDADE TO WS-SA-CAPACIDADE (WS-SAL-CONT)
               MOVE SAL-TIPO       TO WS-SA-TIPO (WS-SAL-CONT)
               MOVE 'N'            TO WS-SA-USADA (WS-SAL-CONT)
           ELSE
               DISPLAY "AVISO: LIMITE DE SALAS EM MEMORIA ATINGIDO."
           END-IF

           PERFORM LE-SALA.

       EMITE-LINHA.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

       NOME-DO-TIPO.

           EVALUATE WS-SA-TIPO (WS-SAL-IDX)
               WHEN 'L'
                   MOVE "LABORATORIO" TO WS-NOME-TIPO
               WHEN 'G'
                   MOVE "GINASIO" TO WS-NOME-TIPO
               WHEN 'I'
                   MOVE "INFORMATICA" TO WS-NOME-TIPO
               WHEN OTHER
                   MOVE "NORMAL" TO WS-NOME-TIPO
           END-EVALUATE.

       LISTA-SALAS-LIVRES.

           MOVE ZEROS TO WS-CONT-LIVRES

           PERFORM LISTA-SALA-LIVRE
               VARYING WS-SAL-IDX FROM 1 BY 1
               UNTIL WS-SAL-IDX > WS-SAL-CONT.

       LISTA-SALA-LIVRE.

           IF WS-SA-USADA (WS-SAL-IDX) = 'N'
               IF WS-CONT-LIVRES = ZERO
                   MOVE SPACES TO WS-LINHA
                   PERFORM EMITE-LINHA
                   MOVE "SALAS SEM NENHUM TEMPO LETIVO:" TO WS-LINHA
                   PERFORM EMITE-LINHA
               END-IF
               ADD 1 TO WS-CONT-LIVRES
               PERFORM NOME-DO-TIPO
               MOVE SPACES TO WS-LINHA
               STRING "  " WS-SA-CODIGO (WS-SAL-IDX) " "
                      WS-SA-DESCRICAO (WS-SAL-IDX) " "
                      WS-NOME-TIPO
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF.

      * Copia da listagem para o spool (PROGSPOOL) - sem o spool
      * ligado fica tudo como dantes.
       ENVIA-AO-SPOOL.

           MOVE "OCUPA" TO SPL-RELATORIO
           MOVE "OCUPA.LIS" TO SPL-FICHEIRO
           MOVE SPACES TO SPL-OPERADOR
           MOVE 'N' TO WS-IND-SPOOL
           CALL 'PROGSPOOL' USING SPOOL-PARAMETRES
               ON EXCEPTION
                   SET WS-SPOOL-FALHOU TO TRUE
           END-CALL
           IF NOT WS-SPOOL-FALHOU AND SPL-OK
               DISPLAY "CATALOGADO NO SPOOL COMO MEMBRO "
                       SPL-MEMBRO "."
           END-IF.

       SELECIONA-TEMPOS SECTION.
       SELECIONA-INICIO.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS NOT = "00"
               DISPLAY "HORARIOS.DAT NAO ENCONTRADO - SEM TEMPOS."
           ELSE
               PERFORM LE-HORARIO
               PERFORM LIBERTA-TEMPO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE HORARIOS
           END-IF.

      * Rotinas da entrada da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de SELECIONA-TEMPOS.
       SELECIONA-TEMPOS-ROTINAS SECTION.
       LE-HORARIO.

           READ HORARIOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-TEMPO.

           IF HOR-SALA = SPACES
               ADD 1 TO WS-CONT-SEM-SALA
           ELSE
               MOVE HOR-SALA       TO SRT-SALA
               MOVE HOR-HORA       TO SRT-HORA
               MOVE HOR-DIA-SEMANA TO SRT-DIA-SEMANA
               MOVE HOR-TURMA      TO SRT-TURMA
               RELEASE SRT-REGISTO
           END-IF

           PERFORM LE-HORARIO.

       LISTA-SALAS SECTION.
       LISTA-INICIO.

           MOVE 'N' TO WS-FIM-SORT

           PERFORM DEVOLVE-ORDENADO
           PERFORM LISTA-SALA
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-CONT-SALAS = ZERO
               MOVE "  (SEM TEMPOS LETIVOS COM SALA ATRIBUIDA)"
                   TO WS-LINHA
               PERFORM EMITE-LINHA
           END-IF.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de LISTA-SALAS.
       LISTA-SALAS-ROTINAS SECTION.
       DEVOLVE-ORDENADO.

           RETURN ORDENACAO
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
           END-RETURN.

      * Quebra por sala: cabecalho com a descricao do mestre, uma
      * linha da grelha por hora e o total de tempos ocupados.
       LISTA-SALA.

           MOVE SRT-SALA TO WS-SALA-ATUAL
           MOVE ZEROS TO WS-CONT-TEMPOS
           ADD 1 TO WS-CONT-SALAS

           MOVE 'N' TO WS-SALA-ACHADA
           PERFORM PROCURA-SALA-TAB
               VARYING WS-SAL-IDX FROM 1 BY 1
               UNTIL WS-SAL-IDX > WS-SAL-CONT
                  OR WS-SALA-NO-MESTRE

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           IF WS-SALA-NO-MESTRE
               SUBTRACT 1 FROM WS-SAL-IDX
               MOVE 'S' TO WS-SA-USADA (WS-SAL-IDX)
               PERFORM NOME-DO-TIPO
               STRING "SALA " WS-SALA-ATUAL " "
                      WS-SA-DESCRICAO (WS-SAL-IDX) " "
                      WS-NOME-TIPO " LOTACAO "
                      WS-SA-CAPACIDADE (WS-SAL-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
           ELSE
               STRING "SALA " WS-SALA-ATUAL
                      " (SEM REGISTO NO MESTRE DE SALAS)"
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
           END-IF
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "HORA   SEGUNDA   TERCA     QUARTA    QUINTA    "
                  "SEXTA     SABADO    DOMINGO"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           PERFORM LISTA-HORA
               UNTIL WS-SEM-MAIS-ORDENADOS
                  OR SRT-SALA NOT = WS-SALA-ATUAL

           MOVE SPACES TO WS-LINHA
           STRING "  TEMPOS OCUPADOS NA SEMANA: " WS-CONT-TEMPOS
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       PROCURA-SALA-TAB.

           IF WS-SA-CODIGO (WS-SAL-IDX) = WS-SALA-ATUAL
               SET WS-SALA-NO-MESTRE TO TRUE
           END-IF.

       LISTA-HORA.

           MOVE SRT-HORA TO WS-HORA-ATUAL
           MOVE SPACES TO WS-GRELHA
           MOVE SRT-HORA TO WS-GR-HORA

           PERFORM PREENCHE-CELULA
               UNTIL WS-SEM-MAIS-ORDENADOS
                  OR SRT-SALA NOT = WS-SALA-ATUAL
                  OR SRT-HORA NOT = WS-HORA-ATUAL

           MOVE WS-GRELHA TO WS-LINHA
           PERFORM EMITE-LINHA.

      * Segunda turma na mesma celula = sala sobreposta (gravada
      * antes de o PROGHORARIO a recusar): a celula leva um '*'.
       PREENCHE-CELULA.

           IF SRT-DIA-SEMANA >= 1 AND SRT-DIA-SEMANA <= 7
               IF WS-GR-CELULA (SRT-DIA-SEMANA) = SPACES
                   MOVE SRT-TURMA TO WS-GR-CELULA (SRT-DIA-SEMANA)
               ELSE
                   MOVE "*" TO WS-GR-CELULA (SRT-DIA-SEMANA) (6: 1)
                   ADD 1 TO WS-CONT-SOBREPOSTOS
               END-IF
               ADD 1 TO WS-CONT-TEMPOS
           END-IF

           PERFORM DEVOLVE-ORDENADO.
       END PROGRAM PROGOCUPA.
