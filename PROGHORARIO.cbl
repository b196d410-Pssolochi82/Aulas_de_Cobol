      *            e a disciplina contra o mestre via PROGDISCON; a
      *            remocao regrava o ficheiro pelo de trabalho
      *            HORARIOS.TMP, como o PROGTABELA.
      * 15/10/26 - O tempo letivo novo e recusado se o docente
      *            atribuido a turma/disciplina (ATRIBUICOES.DAT do
      *            ano letivo de CONTROLE.DAT) ja da aula noutra
      *            turma no mesmo dia da semana e hora. Sem docente
      *            atribuido o tempo e aceite com aviso. O horario
      *            semanal de cada docente e o PROGHORDOC.
      * 15/10/26 - Cada tempo letivo leva a sala (HOR-SALA, do
      *            mestre SALAS.DAT mantido pelo PROGSALA). A sala
      *            tem de existir, nao pode estar ocupada no mesmo
      *            dia e hora e a sua lotacao nao pode ser menor que
      *            a capacidade da turma (TUR-CAPACIDADE). A listagem
      *            da turma mostra a sala; a grelha semanal de
      *            ocupacao das salas e o PROGOCUPA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGHORARIO.
           SELECT TURMAS   ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURMAS.
           SELECT ATRIBUICOES ASSIGN TO "ATRIBUICOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATRIBUICOES.
           SELECT CONTROLE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT SALAS    ASSIGN TO "SALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALAS.
       DATA DIVISION.
       FILE SECTION.
       FD  HORARIOS.
                                   CAMPO-HOR-REG BY FD-HORARIO-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(46).

       FD  TURMAS.
       COPY "TURREG.cpy" REPLACING NIVEL-TUR BY 01
                                   CAMPO-TUR-REG BY FD-TURMA-REG.

       FD  ATRIBUICOES.
       COPY "ATRREG.cpy" REPLACING NIVEL-ATR BY 01
                                   CAMPO-ATR-REG BY FD-ATRIBUICAO-REG.

       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  SALAS.
       COPY "SALREG.cpy" REPLACING NIVEL-SAL BY 01
                                   CAMPO-SAL-REG BY FD-SALA-REG.

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-HORARIOS           PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-ATRIBUICOES        PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-SALAS              PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-MATERIA               PIC A(30) VALUE SPACES.
       01 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       01 WS-HORA                  PIC X(05) VALUE SPACES.
       01 WS-SALA                  PIC X(05) VALUE SPACES.
       01 WS-TURMA-CAPACIDADE      PIC 9(03) VALUE ZEROS.

       01 WS-TURMA-ACHADA          PIC X VALUE 'N'.
           88 WS-TURMA-VALIDA             VALUE 'S'.

       01 WS-CONT-LISTADAS         PIC 9(03) VALUE ZEROS.

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

       01 WS-DOCENTE-NUM           PIC 9(04) VALUE ZEROS.
       01 WS-DOCENTE-ACHADO        PIC X VALUE 'N'.
           88 WS-DOCENTE-ENCONTRADO       VALUE 'S'.
       01 WS-TEMPO-DO-DOCENTE      PIC X VALUE 'N'.
           88 WS-TEMPO-E-DO-DOCENTE       VALUE 'S'.
       01 WS-SOBREPOSICAO          PIC X VALUE 'N'.
           88 WS-DOCENTE-OCUPADO          VALUE 'S'.
       01 WS-TURMA-OCUPADA         PIC X(05) VALUE SPACES.
       01 WS-MATERIA-OCUPADA       PIC A(30) VALUE SPACES.

       01 WS-SALA-ACHADA           PIC X VALUE 'N'.
           88 WS-SALA-EXISTE              VALUE 'S'.
       01 WS-SALA-ACEITE           PIC X VALUE 'N'.
           88 WS-SALA-OK                  VALUE 'S'.
       01 WS-SALA-OCUPADA          PIC X VALUE 'N'.
           88 WS-SALA-JA-OCUPADA          VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "*   MANUTENCAO DO HORARIO SEMANAL         *"
           DISPLAY "*******************************************"

           PERFORM LE-CONTROLE

           PERFORM PROCESSA-OPCAO
               UNTIL WS-OPCAO = ZERO

           DISPLAY "MANUTENCAO DO HORARIO TERMINADA."
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

       PROCESSA-OPCAO.

           DISPLAY " "
                   PERFORM PEDE-DIA-SEMANA
                   DISPLAY "HORA DE INICIO (HH:MM): "
                   ACCEPT WS-HORA
                   PERFORM VERIFICA-DOCENTE-LIVRE
                   IF WS-DOCENTE-OCUPADO
                       DISPLAY "DOCENTE " WS-DOCENTE-NUM " JA TEM "
                               "AULA NA TURMA " WS-TURMA-OCUPADA
                               " (" WS-MATERIA-OCUPADA ") NO DIA "
                               WS-DIA-SEMANA " AS " WS-HORA
                               " - TEMPO NAO GRAVADO."
                   ELSE
                       PERFORM PEDE-SALA
                       IF WS-SALA-OK
                           PERFORM GRAVA-TEMPO
                       END-IF
                   END-IF
               END-IF
           END-IF.


           MOVE 'N' TO WS-TURMA-ACHADA
           MOVE 'N' TO WS-TURMAS-FIM
           MOVE ZEROS TO WS-TURMA-CAPACIDADE

           OPEN INPUT TURMAS
           IF WS-FS-TURMAS NOT = "00"

           IF TUR-CODIGO = WS-TURMA
               SET WS-TURMA-VALIDA TO TRUE
               MOVE TUR-CAPACIDADE TO WS-TURMA-CAPACIDADE
           ELSE
               PERFORM LE-TURMA
           END-IF.
           MOVE WS-MATERIA    TO HOR-MATERIA
           MOVE WS-DIA-SEMANA TO HOR-DIA-SEMANA
           MOVE WS-HORA       TO HOR-HORA
           MOVE WS-SALA       TO HOR-SALA
           WRITE FD-HORARIO-REG

           CLOSE HORARIOS

           DISPLAY "TEMPO LETIVO GRAVADO.".

      * O docente da turma/disciplina nao pode ter outro tempo no
      * mesmo dia e hora: percorre o horario e, para cada tempo
      * nesse dia/hora, ve se a turma/disciplina e tambem dele.
       VERIFICA-DOCENTE-LIVRE.

           MOVE 'N' TO WS-SOBREPOSICAO
           PERFORM CARREGA-ATRIBUICOES

           MOVE 'N' TO WS-DOCENTE-ACHADO
           MOVE ZEROS TO WS-DOCENTE-NUM
           PERFORM PROCURA-DOCENTE
               VARYING WS-ATR-IDX FROM 1 BY 1
               UNTIL WS-ATR-IDX > WS-ATR-CONT
                  OR WS-DOCENTE-ENCONTRADO

           IF NOT WS-DOCENTE-ENCONTRADO
               DISPLAY "AVISO: SEM DOCENTE ATRIBUIDO A TURMA/"
                       "DISCIPLINA (PROGDOCENTE) - SOBREPOSICAO "
                       "NAO VERIFICADA."
           ELSE
               MOVE 'N' TO WS-FIM-FICHEIRO
               OPEN INPUT HORARIOS
               IF WS-FS-HORARIOS = "00"
                   PERFORM LE-HORARIO
                   PERFORM VERIFICA-TEMPO-DOCENTE
                       UNTIL WS-SEM-MAIS-REGISTOS
                          OR WS-DOCENTE-OCUPADO
                   CLOSE HORARIOS
               END-IF
           END-IF.

       CARREGA-ATRIBUICOES.

           MOVE ZEROS TO WS-ATR-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ATRIBUICOES
           IF WS-FS-ATRIBUICOES = "00"
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

       PROCURA-DOCENTE.

           IF WS-ATR-TURMA (WS-ATR-IDX) = WS-TURMA
              AND WS-ATR-MATERIA (WS-ATR-IDX) = WS-MATERIA
               SET WS-DOCENTE-ENCONTRADO TO TRUE
               MOVE WS-ATR-DOCENTE (WS-ATR-IDX) TO WS-DOCENTE-NUM
           END-IF.

       VERIFICA-TEMPO-DOCENTE.

           IF HOR-DIA-SEMANA = WS-DIA-SEMANA
              AND HOR-HORA = WS-HORA
               MOVE 'N' TO WS-TEMPO-DO-DOCENTE
               PERFORM PROCURA-TEMPO-DOCENTE
                   VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-ATR-CONT
                      OR WS-TEMPO-E-DO-DOCENTE
               IF WS-TEMPO-E-DO-DOCENTE
                   SET WS-DOCENTE-OCUPADO TO TRUE
                   MOVE HOR-TURMA   TO WS-TURMA-OCUPADA
                   MOVE HOR-MATERIA TO WS-MATERIA-OCUPADA
               END-IF
           END-IF

           IF NOT WS-DOCENTE-OCUPADO
               PERFORM LE-HORARIO
           END-IF.

       PROCURA-TEMPO-DOCENTE.

           IF WS-ATR-DOCENTE (WS-ATR-IDX) = WS-DOCENTE-NUM
              AND WS-ATR-TURMA (WS-ATR-IDX) = HOR-TURMA
              AND WS-ATR-MATERIA (WS-ATR-IDX) = HOR-MATERIA
               SET WS-TEMPO-E-DO-DOCENTE TO TRUE
           END-IF.

      * A sala tem de existir no mestre, caber a turma e estar livre
      * no dia e hora. Sem SALAS.DAT a sala e aceite sem validacao.
       PEDE-SALA.

           MOVE 'N' TO WS-SALA-ACEITE

           DISPLAY "CODIGO DA SALA: "
           MOVE SPACES TO WS-SALA
           ACCEPT WS-SALA

           PERFORM PROCURA-SALA

           EVALUATE TRUE
               WHEN WS-FS-SALAS NOT = "00"
                   DISPLAY "AVISO: SALAS.DAT NAO ENCONTRADO - SALA "
                           "ACEITE SEM VALIDACAO."
                   SET WS-SALA-OK TO TRUE
               WHEN WS-SALA = SPACES OR NOT WS-SALA-EXISTE
                   DISPLAY "SALA INEXISTENTE EM SALAS.DAT "
                           "(PROGSALA) - TEMPO NAO GRAVADO."
               WHEN SAL-CAPACIDADE < WS-TURMA-CAPACIDADE
                   DISPLAY "SALA " WS-SALA " COM " SAL-CAPACIDADE
                           " LUGARES NAO COMPORTA A TURMA ("
                           WS-TURMA-CAPACIDADE ") - TEMPO NAO "
                           "GRAVADO."
               WHEN OTHER
                   PERFORM VERIFICA-SALA-LIVRE
                   IF WS-SALA-JA-OCUPADA
                       DISPLAY "SALA " WS-SALA " JA OCUPADA PELA "
                               "TURMA " WS-TURMA-OCUPADA " NO DIA "
                               WS-DIA-SEMANA " AS " WS-HORA
                               " - TEMPO NAO GRAVADO."
                   ELSE
                       SET WS-SALA-OK TO TRUE
                   END-IF
           END-EVALUATE.

       PROCURA-SALA.

           MOVE 'N' TO WS-SALA-ACHADA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT SALAS
           IF WS-FS-SALAS = "00"
               PERFORM LE-SALA
               PERFORM VERIFICA-SALA
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-SALA-EXISTE
               CLOSE SALAS
           END-IF.

       LE-SALA.

           READ SALAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-SALA.

           IF SAL-CODIGO = WS-SALA
               SET WS-SALA-EXISTE TO TRUE
           ELSE
               PERFORM LE-SALA
           END-IF.

       VERIFICA-SALA-LIVRE.

           MOVE 'N' TO WS-SALA-OCUPADA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS = "00"
               PERFORM LE-HORARIO
               PERFORM VERIFICA-TEMPO-SALA
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-SALA-JA-OCUPADA
               CLOSE HORARIOS
           END-IF.

       VERIFICA-TEMPO-SALA.

           IF HOR-SALA = WS-SALA
              AND HOR-DIA-SEMANA = WS-DIA-SEMANA
              AND HOR-HORA = WS-HORA
               SET WS-SALA-JA-OCUPADA TO TRUE
               MOVE HOR-TURMA TO WS-TURMA-OCUPADA
           ELSE
               PERFORM LE-HORARIO
           END-IF.

      * Remover = regravar o ficheiro pelo de trabalho sem a linha
      * indicada (primeira que bater turma/disciplina/dia).
       REMOVE-TEMPO.

           IF HOR-TURMA = WS-TURMA
               DISPLAY "  DIA " HOR-DIA-SEMANA " | " HOR-HORA
                       " | " HOR-MATERIA " | SALA " HOR-SALA
               ADD 1 TO WS-CONT-LISTADAS
           END-IF

