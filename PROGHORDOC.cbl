      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: HORARIO SEMANAL POR DOCENTE - OS TEMPOS DE
      *          HORARIOS.DAT DE CADA DOCENTE (PELAS ATRIBUICOES DO
      *          ANO LETIVO), POR DIA E HORA, COM O TOTAL SEMANAL.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. O horario esta guardado por turma
      *            e as atribuicoes dizem quem ensina o que; este
      *            relatorio junta os dois. Cada tempo do horario e
      *            imputado ao docente da sua turma/disciplina (como
      *            no PROGESTDOC), o SORT ordena por docente, dia e
      *            hora (como o PROGQUADRO) e a listagem sai com
      *            quebra por docente e o total de tempos letivos da
      *            semana, para o ecra e para HORDOC.LIS, copiada
      *            para o spool. Dois tempos do mesmo docente no
      *            mesmo dia e hora (gravados antes de o PROGHORARIO
      *            os recusar) saem assinalados.
      * 15/10/26 - As rotinas de leitura, RELEASE e RETURN dos
      *            procedimentos da ordenacao passam para seccoes
      *            proprias, como no PROGFECHOANO: a ordenacao corria-as
      *            de novo no fim de cada seccao com o ultimo registo
      *            ainda na area - o ultimo tempo era libertado e
      *            listado duas vezes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGHORDOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIOS    ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HORARIOS.
           SELECT ATRIBUICOES ASSIGN TO "ATRIBUICOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATRIBUICOES.
           SELECT DOCENTES    ASSIGN TO "DOCENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-NUMERO
               FILE STATUS IS WS-FS-DOCENTES.
           SELECT CONTROLE    ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT LISTAGEM    ASSIGN TO "HORDOC.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
           SELECT ORDENACAO   ASSIGN TO "HORDOC.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  HORARIOS.
       COPY "HORREG.cpy" REPLACING NIVEL-HOR BY 01
                                   CAMPO-HOR-REG BY FD-HORARIO-REG.

       FD  ATRIBUICOES.
       COPY "ATRREG.cpy" REPLACING NIVEL-ATR BY 01
                                   CAMPO-ATR-REG BY FD-ATRIBUICAO-REG.

       FD  DOCENTES.
       COPY "DOCREG.cpy" REPLACING NIVEL-DOC BY 01
                                   CAMPO-DOC-REG BY FD-DOCENTE-REG.

       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

       SD  ORDENACAO.
       01  SRT-REGISTO.
           03 SRT-DOCENTE              PIC 9(04).
           03 SRT-DIA-SEMANA           PIC 9(01).
           03 SRT-HORA                 PIC X(05).
           03 SRT-TURMA                PIC X(05).
           03 SRT-MATERIA              PIC A(30).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-HORARIOS           PIC X(02) VALUE ZEROS.
       01 WS-FS-ATRIBUICOES        PIC X(02) VALUE ZEROS.
       01 WS-FS-DOCENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.

       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DSIS-ANO              PIC X(04).
           03 WS-DSIS-MES              PIC X(02).
           03 WS-DSIS-DIA              PIC X(02).

      * Atribuicoes do ano em memoria - a chave turma/disciplina
      * aponta para o docente, como no PROGESTDOC.
       01 WS-ATR-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-ATR-MAX               PIC 9(03) VALUE 200.
       01 WS-ATR-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-ATR-TAB OCCURS 200 TIMES.
           03 WS-ATR-DOCENTE           PIC 9(04).
           03 WS-ATR-TURMA             PIC X(05).
           03 WS-ATR-MATERIA           PIC A(30).

       01 WS-TEMPO-IMPUTADO        PIC X VALUE 'N'.
           88 WS-TEMPO-COM-DOCENTE        VALUE 'S'.
       01 WS-CONT-SEM-DOCENTE      PIC 9(04) VALUE ZEROS.

       01 WS-DOCENTE-ATUAL         PIC 9(04) VALUE ZEROS.
       01 WS-ULT-DIA               PIC 9(01) VALUE ZERO.
       01 WS-ULT-HORA              PIC X(05) VALUE SPACES.
       01 WS-CONT-TEMPOS           PIC 9(03) VALUE ZEROS.
       01 WS-CONT-DOCENTES         PIC 9(03) VALUE ZEROS.
       01 WS-CONT-SOBREPOSTOS      PIC 9(03) VALUE ZEROS.
       01 WS-NOME-DOCENTE          PIC X(30) VALUE SPACES.
       01 WS-DOCENTES-ABERTO       PIC X VALUE 'N'.
           88 WS-DOCENTES-DISPONIVEL      VALUE 'S'.

       01 WS-NOMES-DIAS.
           03 FILLER                   PIC X(07) VALUE "SEGUNDA".
           03 FILLER                   PIC X(07) VALUE "TERCA".
           03 FILLER                   PIC X(07) VALUE "QUARTA".
           03 FILLER                   PIC X(07) VALUE "QUINTA".
           03 FILLER                   PIC X(07) VALUE "SEXTA".
           03 FILLER                   PIC X(07) VALUE "SABADO".
           03 FILLER                   PIC X(07) VALUE "DOMINGO".
       01 FILLER REDEFINES WS-NOMES-DIAS.
           03 WS-NOME-DIA              PIC X(07) OCCURS 7 TIMES.
       01 WS-NOME-DIA-TEMPO        PIC X(07) VALUE SPACES.

       01 WS-LINHA                 PIC X(80) VALUE SPACES.

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
           DISPLAY "*     HORARIO SEMANAL POR DOCENTE         *"
           DISPLAY "*******************************************"

           PERFORM LE-CONTROLE
           PERFORM CARREGA-ATRIBUICOES

           IF WS-ATR-CONT = ZERO
               DISPLAY "SEM ATRIBUICOES DE DOCENCIA NO ANO LETIVO "
                       CTL-ANO-LETIVO " - REGISTE-AS NO PROGDOCENTE."
           ELSE
               OPEN INPUT DOCENTES
               IF WS-FS-DOCENTES = "00"
                   SET WS-DOCENTES-DISPONIVEL TO TRUE
               END-IF

               OPEN OUTPUT LISTAGEM
               MOVE SPACES TO WS-LINHA
               STRING "HORARIO SEMANAL POR DOCENTE - ANO LETIVO "
                      CTL-ANO-LETIVO
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE ALL "=" TO WS-LINHA
               PERFORM EMITE-LINHA

               SORT ORDENACAO
                   ON ASCENDING KEY SRT-DOCENTE SRT-DIA-SEMANA
                                    SRT-HORA SRT-TURMA
                   INPUT PROCEDURE IS SELECIONA-TEMPOS
                   OUTPUT PROCEDURE IS LISTA-DOCENTES

               MOVE SPACES TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "DOCENTES LISTADOS: " WS-CONT-DOCENTES
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               IF WS-CONT-SEM-DOCENTE > ZERO
                   MOVE SPACES TO WS-LINHA
                   STRING "TEMPOS SEM DOCENTE ATRIBUIDO: "
                          WS-CONT-SEM-DOCENTE
                       DELIMITED BY SIZE INTO WS-LINHA
                   END-STRING
                   PERFORM EMITE-LINHA
               END-IF
               IF WS-CONT-SOBREPOSTOS > ZERO
                   MOVE SPACES TO WS-LINHA
                   STRING "TEMPOS SOBREPOSTOS (MESMO DOCENTE, DIA E "
                          "HORA): " WS-CONT-SOBREPOSTOS
                       DELIMITED BY SIZE INTO WS-LINHA
                   END-STRING
                   PERFORM EMITE-LINHA
               END-IF

               CLOSE LISTAGEM
               IF WS-DOCENTES-DISPONIVEL
                   CLOSE DOCENTES
               END-IF
               PERFORM ENVIA-AO-SPOOL
           END-IF

           DISPLAY " "
           DISPLAY "*******************************************"

           GOBACK.

      * O ano letivo corrente vem de CONTROLE.DAT; sem ele vale o
      * ano da data do sistema, recuando um ano antes de setembro.
       LE-CONTROLE.

           MOVE SPACES TO CTL-REGISTO-GERAL
           MOVE ZEROS  TO CTL-ANO-LETIVO

           OPEN INPUT CONTROLE
           IF WS-FS-CONTROLE = "00"
               READ CONTROLE
               IF WS-FS-CONTROLE = "00"
                   MOVE FD-CTL-REGISTO TO CTL-REGISTO-GERAL
               END-IF
               CLOSE CONTROLE
           END-IF

           IF CTL-ANO-LETIVO NOT NUMERIC
               MOVE ZEROS TO CTL-ANO-LETIVO
           END-IF
           IF CTL-ANO-LETIVO = ZEROS
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DSIS-ANO TO CTL-ANO-LETIVO
               IF WS-DSIS-MES < "09"
                   SUBTRACT 1 FROM CTL-ANO-LETIVO
               END-IF
           END-IF.

       CARREGA-ATRIBUICOES.

           MOVE ZEROS TO WS-ATR-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ATRIBUICOES
           IF WS-FS-ATRIBUICOES NOT = "00"
               DISPLAY "ATRIBUICOES.DAT NAO ENCONTRADO."
           ELSE
               PERFORM LE-ATRIBUICAO
               PERFORM GUARDA-ATRIBUICAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ATRIBUICOES
           END-IF.

       LE-ATRIBUICAO.

           READ ATRIBUICOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-ATRIBUICAO.

           IF ATR-ANO-LETIVO = CTL-ANO-LETIVO
              OR ATR-ANO-LETIVO = ZEROS
               IF WS-ATR-CONT < WS-ATR-MAX
                   ADD 1 TO WS-ATR-CONT
                   MOVE ATR-DOCENTE TO WS-ATR-DOCENTE (WS-ATR-CONT)
                   MOVE ATR-TURMA   TO WS-ATR-TURMA (WS-ATR-CONT)
                   MOVE ATR-MATERIA TO WS-ATR-MATERIA (WS-ATR-CONT)
               ELSE
                   DISPLAY "AVISO: LIMITE DE ATRIBUICOES EM MEMORIA "
                           "ATINGIDO."
               END-IF
           END-IF

           PERFORM LE-ATRIBUICAO.

       EMITE-LINHA.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Copia da listagem para o spool (PROGSPOOL) - sem o spool
      * ligado fica tudo como dantes.
       ENVIA-AO-SPOOL.

           MOVE "HORDOC" TO SPL-RELATORIO
           MOVE "HORDOC.LIS" TO SPL-FICHEIRO
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

      * Cada tempo sai uma vez por docente atribuido a sua
      * turma/disciplina (disciplinas em par saem para os dois).
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

           MOVE 'N' TO WS-TEMPO-IMPUTADO

           PERFORM LIBERTA-POR-DOCENTE
               VARYING WS-ATR-IDX FROM 1 BY 1
               UNTIL WS-ATR-IDX > WS-ATR-CONT

           IF NOT WS-TEMPO-COM-DOCENTE
               ADD 1 TO WS-CONT-SEM-DOCENTE
           END-IF

           PERFORM LE-HORARIO.

       LIBERTA-POR-DOCENTE.

           IF WS-ATR-TURMA (WS-ATR-IDX) = HOR-TURMA
              AND WS-ATR-MATERIA (WS-ATR-IDX) = HOR-MATERIA
               SET WS-TEMPO-COM-DOCENTE TO TRUE
               MOVE WS-ATR-DOCENTE (WS-ATR-IDX) TO SRT-DOCENTE
               MOVE HOR-DIA-SEMANA TO SRT-DIA-SEMANA
               MOVE HOR-HORA       TO SRT-HORA
               MOVE HOR-TURMA      TO SRT-TURMA
               MOVE HOR-MATERIA    TO SRT-MATERIA
               RELEASE SRT-REGISTO
           END-IF.

       LISTA-DOCENTES SECTION.
       LISTA-INICIO.

           MOVE 'N' TO WS-FIM-SORT

           PERFORM DEVOLVE-ORDENADO
           PERFORM LISTA-DOCENTE
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-CONT-DOCENTES = ZERO
               MOVE "  (SEM TEMPOS LETIVOS COM DOCENTE ATRIBUIDO)"
                   TO WS-LINHA
               PERFORM EMITE-LINHA
           END-IF.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de LISTA-DOCENTES.
       LISTA-DOCENTES-ROTINAS SECTION.
       DEVOLVE-ORDENADO.

           RETURN ORDENACAO
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
           END-RETURN.

      * Quebra por docente: cabecalho, os tempos da semana e o
      * total.
       LISTA-DOCENTE.

           MOVE SRT-DOCENTE TO WS-DOCENTE-ATUAL
           MOVE ZEROS TO WS-CONT-TEMPOS
           MOVE ZERO TO WS-ULT-DIA
           MOVE SPACES TO WS-ULT-HORA
           ADD 1 TO WS-CONT-DOCENTES

           PERFORM RESOLVE-NOME-DOCENTE

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "DOCENTE " WS-DOCENTE-ATUAL " " WS-NOME-DOCENTE
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE "  DIA     HORA  TURMA DISCIPLINA" TO WS-LINHA
           PERFORM EMITE-LINHA

           PERFORM LISTA-TEMPO
               UNTIL WS-SEM-MAIS-ORDENADOS
                  OR SRT-DOCENTE NOT = WS-DOCENTE-ATUAL

           MOVE SPACES TO WS-LINHA
           STRING "  TOTAL SEMANAL: " WS-CONT-TEMPOS
                  " TEMPOS LETIVOS"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       LISTA-TEMPO.

           MOVE SPACES TO WS-NOME-DIA-TEMPO
           IF SRT-DIA-SEMANA >= 1 AND SRT-DIA-SEMANA <= 7
               MOVE WS-NOME-DIA (SRT-DIA-SEMANA) TO WS-NOME-DIA-TEMPO
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "  " WS-NOME-DIA-TEMPO " " SRT-HORA " "
                  SRT-TURMA " " SRT-MATERIA
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING

           IF SRT-DIA-SEMANA = WS-ULT-DIA
              AND SRT-HORA = WS-ULT-HORA
               MOVE "*SOBREPOSTO*" TO WS-LINHA (67: 12)
               ADD 1 TO WS-CONT-SOBREPOSTOS
           END-IF
           PERFORM EMITE-LINHA

           ADD 1 TO WS-CONT-TEMPOS
           MOVE SRT-DIA-SEMANA TO WS-ULT-DIA
           MOVE SRT-HORA TO WS-ULT-HORA

           PERFORM DEVOLVE-ORDENADO.

       RESOLVE-NOME-DOCENTE.

           MOVE "(DOCENTE SEM REGISTO NO MESTRE)"
                TO WS-NOME-DOCENTE

           IF WS-DOCENTES-DISPONIVEL
               MOVE WS-DOCENTE-ATUAL TO DOC-NUMERO
               READ DOCENTES
               IF WS-FS-DOCENTES = "00"
                   MOVE DOC-NOME TO WS-NOME-DOCENTE
               END-IF
           END-IF.
       END PROGRAM PROGHORDOC.
