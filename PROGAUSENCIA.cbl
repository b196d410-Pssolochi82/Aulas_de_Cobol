      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: REGISTO DE AUSENCIAS DE DOCENTES E SUBSTITUICOES -
      *          OS TEMPOS DO DIA FICAM EM AULAS.DAT COMO DADOS POR
      *          SUBSTITUTO OU NAO DADOS; RESUMO MENSAL POR DOCENTE.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. A falta de um professor nao ficava
      *            em lado nenhum e o registo de aulas nao distinguia
      *            a aula dada pelo substituto da que nao se deu. A
      *            ausencia e gravada em AUSENCIAS.DAT (AUSREG.cpy,
      *            indexado por docente e data). Os tempos letivos
      *            do docente nesse dia da semana (horario
      *            HORARIOS.DAT cruzado com ATRIBUICOES.DAT do ano)
      *            sao listados e cada um fica em AULAS.DAT como
      *            dado pelo substituto indicado (AUL-SUBSTITUIDA) ou
      *            como NAO DADO (AUL-NAO-DADA), que o PROGASSIDUIDADE
      *            tira do denominador. O substituto tem de existir
      *            no mestre e nao pode ter aula a mesma hora. O
      *            resumo mensal por docente sai para o ecra e para
      *            AUSENC.LIS, copiada para o spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAUSENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSENCIAS   ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WS-FS-AUSENCIAS.
           SELECT DOCENTES    ASSIGN TO "DOCENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-NUMERO
               FILE STATUS IS WS-FS-DOCENTES.
           SELECT ATRIBUICOES ASSIGN TO "ATRIBUICOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATRIBUICOES.
           SELECT HORARIOS    ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HORARIOS.
           SELECT AULAS       ASSIGN TO "AULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AULAS.
           SELECT CONTROLE    ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT LISTAGEM    ASSIGN TO "AUSENC.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIAS.
       COPY "AUSREG.cpy" REPLACING NIVEL-AUS BY 01
                                   CAMPO-AUS-REG BY FD-AUSENCIA-REG.

       FD  DOCENTES.
       COPY "DOCREG.cpy" REPLACING NIVEL-DOC BY 01
                                   CAMPO-DOC-REG BY FD-DOCENTE-REG.

       FD  ATRIBUICOES.
       COPY "ATRREG.cpy" REPLACING NIVEL-ATR BY 01
                                   CAMPO-ATR-REG BY FD-ATRIBUICAO-REG.

       FD  HORARIOS.
       COPY "HORREG.cpy" REPLACING NIVEL-HOR BY 01
                                   CAMPO-HOR-REG BY FD-HORARIO-REG.

       FD  AULAS.
       COPY "AULREG.cpy" REPLACING NIVEL-AUL BY 01
                                   CAMPO-AUL-REG BY FD-AULA-REG.

       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-AUSENCIAS          PIC X(02) VALUE ZEROS.
       01 WS-FS-DOCENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-ATRIBUICOES        PIC X(02) VALUE ZEROS.
       01 WS-FS-HORARIOS           PIC X(02) VALUE ZEROS.
       01 WS-FS-AULAS              PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-AULAS-FIM             PIC X VALUE 'N'.
           88 WS-AULAS-FIM-FICHEIRO       VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DSIS-ANO              PIC X(04).
           03 WS-DSIS-MES              PIC X(02).
           03 WS-DSIS-DIA              PIC X(02).

       01 WS-DOCENTE-NUM           PIC 9(04) VALUE ZEROS.
       01 WS-NOME-DOCENTE          PIC X(30) VALUE SPACES.
       01 WS-SUBSTITUTO            PIC 9(04) VALUE ZEROS.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.

       01 WS-DATA-AUSENCIA         PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WS-DATA-AUSENCIA.
           03 WS-DAU-DIA               PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DAU-MES               PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DAU-ANO               PIC X(04).
       01 WS-DATA-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DA-ANO                PIC X(04).
           03 WS-DA-MES                PIC X(02).
           03 WS-DA-DIA                PIC X(02).
       01 WS-DIA-SEMANA            PIC 9(01) VALUE ZERO.
       01 WS-DATA-VALIDADA         PIC X VALUE 'N'.
           88 WS-DATA-BOA                 VALUE 'S'.

      * Atribuicoes do ano em memoria, como no PROGHORARIO.
       01 WS-ATR-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-ATR-MAX               PIC 9(03) VALUE 200.
       01 WS-ATR-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-ATR-TAB OCCURS 200 TIMES.
           03 WS-ATR-DOCENTE           PIC 9(04).
           03 WS-ATR-TURMA             PIC X(05).
           03 WS-ATR-MATERIA           PIC A(30).

       01 WS-DOCENTE-PROCURADO     PIC 9(04) VALUE ZEROS.
       01 WS-TEMPO-DO-DOCENTE      PIC X VALUE 'N'.
           88 WS-TEMPO-E-DO-DOCENTE       VALUE 'S'.

      * Tempos letivos do docente ausente nesse dia.
       01 WS-TMP-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-TMP-MAX               PIC 9(02) VALUE 20.
       01 WS-TMP-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-TMP-TAB OCCURS 20 TIMES.
           03 WS-TP-HORA               PIC X(05).
           03 WS-TP-TURMA              PIC X(05).
           03 WS-TP-MATERIA            PIC A(30).
           03 WS-TP-SITUACAO           PIC X(01).
           03 WS-TP-SUBSTITUTO         PIC 9(04).

       01 WS-AULA-ACHADA           PIC X VALUE 'N'.
           88 WS-AULA-JA-REGISTADA        VALUE 'S'.
       01 WS-SUBST-OCUPADO         PIC X VALUE 'N'.
           88 WS-SUBSTITUTO-OCUPADO       VALUE 'S'.
       01 WS-SUBST-ACEITE          PIC X VALUE 'N'.
           88 WS-SUBSTITUTO-OK            VALUE 'S'.
       01 WS-CONT-SUBST            PIC 9(02) VALUE ZEROS.
       01 WS-CONT-NAO-DADOS        PIC 9(02) VALUE ZEROS.
       01 WS-CONT-JA-DADOS         PIC 9(02) VALUE ZEROS.

      * Resumo mensal.
       01 WS-MES-RESUMO            PIC 9(06) VALUE ZEROS.
       01 WS-DOCENTE-ATUAL         PIC 9(04) VALUE ZEROS.
       01 WS-RES-DIAS              PIC 9(03) VALUE ZEROS.
       01 WS-RES-TEMPOS            PIC 9(04) VALUE ZEROS.
       01 WS-RES-SUBST             PIC 9(04) VALUE ZEROS.
       01 WS-RES-NAO-DADOS         PIC 9(04) VALUE ZEROS.
       01 WS-TOT-DOCENTES          PIC 9(03) VALUE ZEROS.
       01 WS-TOT-DIAS              PIC 9(04) VALUE ZEROS.
       01 WS-TOT-TEMPOS            PIC 9(04) VALUE ZEROS.
       01 WS-TOT-NAO-DADOS         PIC 9(04) VALUE ZEROS.
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.
       01 WS-LINHA                 PIC X(80) VALUE SPACES.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.
       01 WS-DOCENTES-ABERTO       PIC X VALUE 'N'.
           88 WS-DOCENTES-DISPONIVEL      VALUE 'S'.

       01 VALDATA-PARAMETRES.
           02 VD-DIA                   PIC 99.
           02 VD-MES                   PIC 99.
           02 VD-ANO                   PIC 9(04).
           02 VD-DATA-VALIDA           PIC X.
               88 VD-VALIDA                   VALUE 'S'.
               88 VD-INVALIDA                 VALUE 'N'.

       01 DATAS-PARAMETRES.
           02 DT-FUNCAO                PIC X(01).
           02 DT-DATA1                 PIC 9(08).
           02 DT-DATA2                 PIC 9(08).
           02 DT-DIAS                  PIC S9(05).
           02 DT-DIA-SEMANA            PIC 9(01).
           02 DT-RESULTADO             PIC X(01).
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       01 SPOOL-PARAMETRES.
           02 SPL-RELATORIO            PIC X(12).
           02 SPL-FICHEIRO             PIC X(20).
           02 SPL-OPERADOR             PIC X(08).
           02 SPL-MEMBRO               PIC 9(06).
           02 SPL-RESULTADO            PIC X(01).
               88 SPL-OK                      VALUE 'S'.
               88 SPL-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*  AUSENCIAS DE DOCENTES E SUBSTITUICOES  *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF WS-SIGNON-FALHOU OR SGN-FALHOU
               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
           ELSE
               PERFORM LE-CONTROLE
               OPEN INPUT DOCENTES
               IF WS-FS-DOCENTES = "00"
                   SET WS-DOCENTES-DISPONIVEL TO TRUE
               END-IF
               PERFORM ABRE-AUSENCIAS

               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO

               CLOSE AUSENCIAS
               IF WS-DOCENTES-DISPONIVEL
                   CLOSE DOCENTES
               END-IF
           END-IF

           DISPLAY "REGISTO DE AUSENCIAS TERMINADO."
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

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           IF CTL-ANO-LETIVO NOT NUMERIC
               MOVE ZEROS TO CTL-ANO-LETIVO
           END-IF
           IF CTL-ANO-LETIVO = ZEROS
               MOVE WS-DSIS-ANO TO CTL-ANO-LETIVO
               IF WS-DSIS-MES < "09"
                   SUBTRACT 1 FROM CTL-ANO-LETIVO
               END-IF
           END-IF.

       ABRE-AUSENCIAS.

           OPEN I-O AUSENCIAS
           IF WS-FS-AUSENCIAS = "35"
               OPEN OUTPUT AUSENCIAS
               CLOSE AUSENCIAS
               OPEN I-O AUSENCIAS
           END-IF.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - REGISTAR AUSENCIA DE DOCENTE"
           DISPLAY "  2 - RESUMO MENSAL DE AUSENCIAS"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REGISTA-AUSENCIA
               WHEN 2
                   PERFORM RESUMO-MENSAL
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * REGISTO DE UMA AUSENCIA
      ******************************************************************
       REGISTA-AUSENCIA.

           DISPLAY "NUMERO DO DOCENTE AUSENTE: "
           ACCEPT WS-DOCENTE-NUM

           MOVE WS-DOCENTE-NUM TO DOC-NUMERO
           PERFORM LE-DOCENTE

           IF WS-FS-DOCENTES NOT = "00"
               DISPLAY "DOCENTE " WS-DOCENTE-NUM " NAO EXISTE NO "
                       "MESTRE (PROGDOCENTE)."
           ELSE
               MOVE DOC-NOME TO WS-NOME-DOCENTE
               DISPLAY "DOCENTE: " WS-NOME-DOCENTE
               PERFORM PEDE-DATA-AUSENCIA
               IF WS-DATA-BOA
                   MOVE WS-DOCENTE-NUM   TO AUS-DOCENTE
                   MOVE WS-DATA-AAAAMMDD TO AUS-DATA
                   READ AUSENCIAS
                   IF WS-FS-AUSENCIAS = "00"
                       DISPLAY "AUSENCIA JA REGISTADA PARA ESTE "
                               "DOCENTE NESTA DATA."
                   ELSE
                       PERFORM TRATA-DIA-AUSENCIA
                   END-IF
               END-IF
           END-IF.

       LE-DOCENTE.

           IF WS-DOCENTES-DISPONIVEL
               READ DOCENTES
           ELSE
               MOVE "35" TO WS-FS-DOCENTES
           END-IF.

       PEDE-DATA-AUSENCIA.

           MOVE 'N' TO WS-DATA-VALIDADA

           DISPLAY "DATA DA AUSENCIA (DD/MM/AAAA): "
           ACCEPT WS-DATA-AUSENCIA

           MOVE WS-DAU-DIA TO VD-DIA
           MOVE WS-DAU-MES TO VD-MES
           MOVE WS-DAU-ANO TO VD-ANO
           SET VD-INVALIDA TO TRUE
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGVALDATA' USING VALDATA-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU OR VD-INVALIDA
               DISPLAY "DATA INVALIDA - AUSENCIA NAO REGISTADA."
           ELSE
               MOVE WS-DAU-ANO TO WS-DA-ANO
               MOVE WS-DAU-MES TO WS-DA-MES
               MOVE WS-DAU-DIA TO WS-DA-DIA

               MOVE 'W' TO DT-FUNCAO
               MOVE WS-DATA-AAAAMMDD TO DT-DATA1
               MOVE ZERO TO WS-DIA-SEMANA
               MOVE 'N' TO WS-IND-CHAMADA
               CALL 'PROGDATAS' USING DATAS-PARAMETRES
                   ON EXCEPTION
                       SET WS-CHAMADA-FALHOU TO TRUE
               END-CALL

               IF WS-CHAMADA-FALHOU OR NOT DT-OK
                   DISPLAY "DIA DA SEMANA INDISPONIVEL (PROGDATAS) "
                           "- AUSENCIA NAO REGISTADA."
               ELSE
                   MOVE DT-DIA-SEMANA TO WS-DIA-SEMANA
                   SET WS-DATA-BOA TO TRUE
               END-IF
           END-IF.

       TRATA-DIA-AUSENCIA.

           DISPLAY "MOTIVO DA AUSENCIA: "
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO

           PERFORM CARREGA-ATRIBUICOES
           PERFORM RECOLHE-TEMPOS-AFETADOS

           MOVE ZEROS TO WS-CONT-SUBST WS-CONT-NAO-DADOS

           IF WS-TMP-CONT = ZERO
               DISPLAY "O DOCENTE NAO TEM TEMPOS LETIVOS A LANCAR "
                       "NESSE DIA - FICA SO A AUSENCIA."
           ELSE
               DISPLAY " "
               DISPLAY "TEMPOS LETIVOS AFETADOS: " WS-TMP-CONT
               PERFORM DECIDE-TEMPO
                   VARYING WS-TMP-IDX FROM 1 BY 1
                   UNTIL WS-TMP-IDX > WS-TMP-CONT
               PERFORM GRAVA-AULAS-AFETADAS
           END-IF

           MOVE WS-DOCENTE-NUM    TO AUS-DOCENTE
           MOVE WS-DATA-AAAAMMDD  TO AUS-DATA
           MOVE WS-MOTIVO         TO AUS-MOTIVO
           MOVE WS-TMP-CONT       TO AUS-TEMPOS
           MOVE WS-CONT-SUBST     TO AUS-SUBSTITUIDOS
           MOVE WS-CONT-NAO-DADOS TO AUS-NAO-DADOS
           MOVE SGN-OPERADOR      TO AUS-OPERADOR
           MOVE WS-DATA-SISTEMA   TO AUS-DATA-REGISTO
           WRITE FD-AUSENCIA-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A AUSENCIA - FILE STATUS "
                           WS-FS-AUSENCIAS
               NOT INVALID KEY
                   DISPLAY "AUSENCIA GRAVADA: " WS-CONT-SUBST
                           " TEMPOS SUBSTITUIDOS, " WS-CONT-NAO-DADOS
                           " NAO DADOS."
           END-WRITE

           IF WS-CONT-JA-DADOS > ZERO
               DISPLAY "(" WS-CONT-JA-DADOS " TEMPOS JA TINHAM AULA "
                       "REGISTADA NO PROGAULAS E FICARAM COMO "
                       "ESTAVAM.)"
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

      * Os tempos do docente nesse dia: horario do dia da semana
      * cujas turma/disciplina sao dele. Um tempo que ja tem aula
      * lancada no PROGAULAS foi dado e fica de fora.
       RECOLHE-TEMPOS-AFETADOS.

           MOVE ZEROS TO WS-TMP-CONT WS-CONT-JA-DADOS
           MOVE WS-DOCENTE-NUM TO WS-DOCENTE-PROCURADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS NOT = "00"
               DISPLAY "AVISO: HORARIOS.DAT NAO ENCONTRADO - SEM "
                       "TEMPOS A LANCAR."
           ELSE
               PERFORM LE-HORARIO
               PERFORM GUARDA-TEMPO-AFETADO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE HORARIOS
           END-IF.

       LE-HORARIO.

           READ HORARIOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-TEMPO-AFETADO.

           IF HOR-DIA-SEMANA = WS-DIA-SEMANA
               PERFORM VERIFICA-TEMPO-DOCENTE
               IF WS-TEMPO-E-DO-DOCENTE
                   PERFORM PROCURA-AULA-LANCADA
                   IF WS-AULA-JA-REGISTADA
                       ADD 1 TO WS-CONT-JA-DADOS
                   ELSE
                       IF WS-TMP-CONT < WS-TMP-MAX
                           ADD 1 TO WS-TMP-CONT
                           MOVE HOR-HORA
                               TO WS-TP-HORA (WS-TMP-CONT)
                           MOVE HOR-TURMA
                               TO WS-TP-TURMA (WS-TMP-CONT)
                           MOVE HOR-MATERIA
                               TO WS-TP-MATERIA (WS-TMP-CONT)
                           MOVE 'N' TO WS-TP-SITUACAO (WS-TMP-CONT)
                           MOVE ZEROS
                               TO WS-TP-SUBSTITUTO (WS-TMP-CONT)
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM LE-HORARIO.

       VERIFICA-TEMPO-DOCENTE.

           MOVE 'N' TO WS-TEMPO-DO-DOCENTE
           PERFORM PROCURA-TEMPO-DOCENTE
               VARYING WS-ATR-IDX FROM 1 BY 1
               UNTIL WS-ATR-IDX > WS-ATR-CONT
                  OR WS-TEMPO-E-DO-DOCENTE.

       PROCURA-TEMPO-DOCENTE.

           IF WS-ATR-DOCENTE (WS-ATR-IDX) = WS-DOCENTE-PROCURADO
              AND WS-ATR-TURMA (WS-ATR-IDX) = HOR-TURMA
              AND WS-ATR-MATERIA (WS-ATR-IDX) = HOR-MATERIA
               SET WS-TEMPO-E-DO-DOCENTE TO TRUE
           END-IF.

       PROCURA-AULA-LANCADA.

           MOVE 'N' TO WS-AULA-ACHADA
           MOVE 'N' TO WS-AULAS-FIM

           OPEN INPUT AULAS
           IF WS-FS-AULAS = "00"
               PERFORM LE-AULA
               PERFORM VERIFICA-AULA
                   UNTIL WS-AULAS-FIM-FICHEIRO
                      OR WS-AULA-JA-REGISTADA
               CLOSE AULAS
           END-IF.

       LE-AULA.

           READ AULAS
               AT END SET WS-AULAS-FIM-FICHEIRO TO TRUE
           END-READ.

       VERIFICA-AULA.

           IF AUL-DATA = WS-DATA-AUSENCIA
              AND AUL-TURMA = HOR-TURMA
              AND AUL-MATERIA = HOR-MATERIA
               SET WS-AULA-JA-REGISTADA TO TRUE
           ELSE
               PERFORM LE-AULA
           END-IF.

       DECIDE-TEMPO.

           DISPLAY " "
           DISPLAY "  " WS-TP-HORA (WS-TMP-IDX) " TURMA "
                   WS-TP-TURMA (WS-TMP-IDX) " "
                   WS-TP-MATERIA (WS-TMP-IDX)
           PERFORM PEDE-SUBSTITUTO.

      * 0 = aula nao dada. O substituto tem de existir no mestre,
      * nao ser o ausente e nao ter aula sua a mesma hora.
       PEDE-SUBSTITUTO.

           MOVE 'N' TO WS-SUBST-ACEITE

           DISPLAY "  SUBSTITUTO (NUMERO DO DOCENTE, 0 = AULA NAO "
                   "DADA): "
           MOVE ZEROS TO WS-SUBSTITUTO
           ACCEPT WS-SUBSTITUTO

           IF WS-SUBSTITUTO = ZERO
               MOVE 'N' TO WS-TP-SITUACAO (WS-TMP-IDX)
               MOVE ZEROS TO WS-TP-SUBSTITUTO (WS-TMP-IDX)
               ADD 1 TO WS-CONT-NAO-DADOS
               DISPLAY "  AULA NAO DADA."
           ELSE
               MOVE WS-SUBSTITUTO TO DOC-NUMERO
               PERFORM LE-DOCENTE
               EVALUATE TRUE
                   WHEN WS-SUBSTITUTO = WS-DOCENTE-NUM
                       DISPLAY "  O SUBSTITUTO NAO PODE SER O "
                               "DOCENTE AUSENTE."
                   WHEN WS-FS-DOCENTES NOT = "00"
                       DISPLAY "  DOCENTE " WS-SUBSTITUTO " NAO "
                               "EXISTE NO MESTRE."
                   WHEN NOT DOC-ATIVO
                       DISPLAY "  DOCENTE " WS-SUBSTITUTO " NAO "
                               "ESTA ATIVO."
                   WHEN OTHER
                       PERFORM VERIFICA-SUBSTITUTO-LIVRE
                       IF WS-SUBSTITUTO-OCUPADO
                           DISPLAY "  " DOC-NOME " TEM AULA A ESSA "
                                   "HORA."
                       ELSE
                           SET WS-SUBSTITUTO-OK TO TRUE
                       END-IF
               END-EVALUATE

               IF WS-SUBSTITUTO-OK
                   MOVE 'S' TO WS-TP-SITUACAO (WS-TMP-IDX)
                   MOVE WS-SUBSTITUTO
                       TO WS-TP-SUBSTITUTO (WS-TMP-IDX)
                   ADD 1 TO WS-CONT-SUBST
                   DISPLAY "  SUBSTITUIDO POR " DOC-NOME
               ELSE
                   PERFORM PEDE-SUBSTITUTO
               END-IF
           END-IF.

       VERIFICA-SUBSTITUTO-LIVRE.

           MOVE 'N' TO WS-SUBST-OCUPADO
           MOVE WS-SUBSTITUTO TO WS-DOCENTE-PROCURADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS = "00"
               PERFORM LE-HORARIO
               PERFORM VERIFICA-HORA-SUBSTITUTO
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-SUBSTITUTO-OCUPADO
               CLOSE HORARIOS
           END-IF.

       VERIFICA-HORA-SUBSTITUTO.

           IF HOR-DIA-SEMANA = WS-DIA-SEMANA
              AND HOR-HORA = WS-TP-HORA (WS-TMP-IDX)
               PERFORM VERIFICA-TEMPO-DOCENTE
               IF WS-TEMPO-E-DO-DOCENTE
                   SET WS-SUBSTITUTO-OCUPADO TO TRUE
               END-IF
           END-IF

           IF NOT WS-SUBSTITUTO-OCUPADO
               PERFORM LE-HORARIO
           END-IF.

       GRAVA-AULAS-AFETADAS.

           OPEN EXTEND AULAS
           IF WS-FS-AULAS NOT = "00"
               OPEN OUTPUT AULAS
           END-IF

           PERFORM GRAVA-AULA-AFETADA
               VARYING WS-TMP-IDX FROM 1 BY 1
               UNTIL WS-TMP-IDX > WS-TMP-CONT

           CLOSE AULAS.

       GRAVA-AULA-AFETADA.

           MOVE WS-DATA-AUSENCIA               TO AUL-DATA
           MOVE WS-TP-TURMA (WS-TMP-IDX)       TO AUL-TURMA
           MOVE WS-TP-MATERIA (WS-TMP-IDX)     TO AUL-MATERIA
           MOVE WS-TP-SITUACAO (WS-TMP-IDX)    TO AUL-SITUACAO
           MOVE WS-TP-SUBSTITUTO (WS-TMP-IDX)  TO AUL-SUBSTITUTO
           WRITE FD-AULA-REG.

      ******************************************************************
      * RESUMO MENSAL POR DOCENTE
      ******************************************************************
       RESUMO-MENSAL.

           DISPLAY "MES DO RESUMO (AAAAMM): "
           ACCEPT WS-MES-RESUMO

           MOVE ZEROS TO WS-TOT-DOCENTES WS-TOT-DIAS WS-TOT-TEMPOS
                         WS-TOT-NAO-DADOS
           MOVE ZEROS TO WS-DOCENTE-ATUAL
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN OUTPUT LISTAGEM

           MOVE SPACES TO WS-LINHA
           STRING "AUSENCIAS DE DOCENTES - MES " WS-MES-RESUMO (5: 2)
                  "/" WS-MES-RESUMO (1: 4)
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA

      * A chave e docente + data: a leitura sequencial ja vem
      * agrupada por docente.
           MOVE LOW-VALUES TO AUS-CHAVE
           START AUSENCIAS KEY NOT < AUS-CHAVE
           IF WS-FS-AUSENCIAS = "00"
               PERFORM LE-AUSENCIA
               PERFORM ACUMULA-AUSENCIA
                   UNTIL WS-SEM-MAIS-REGISTOS
           END-IF

           IF WS-DOCENTE-ATUAL NOT = ZEROS
               PERFORM FECHA-DOCENTE
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           IF WS-TOT-DOCENTES = ZERO
               MOVE "  (SEM AUSENCIAS REGISTADAS NO MES)" TO WS-LINHA
               PERFORM EMITE-LINHA
           ELSE
               MOVE SPACES TO WS-LINHA
               STRING "TOTAL: " WS-TOT-DOCENTES " DOCENTES, "
                      WS-TOT-DIAS " DIAS, " WS-TOT-TEMPOS
                      " TEMPOS, " WS-TOT-NAO-DADOS " NAO DADOS"
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF

           CLOSE LISTAGEM
           PERFORM ENVIA-AO-SPOOL.

       LE-AUSENCIA.

           READ AUSENCIAS NEXT
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       ACUMULA-AUSENCIA.

           IF AUS-DATA (1: 6) = WS-MES-RESUMO
               IF AUS-DOCENTE NOT = WS-DOCENTE-ATUAL
                   IF WS-DOCENTE-ATUAL NOT = ZEROS
                       PERFORM FECHA-DOCENTE
                   END-IF
                   PERFORM ABRE-DOCENTE-RESUMO
               END-IF

               ADD 1 TO WS-RES-DIAS
               ADD AUS-TEMPOS       TO WS-RES-TEMPOS
               ADD AUS-SUBSTITUIDOS TO WS-RES-SUBST
               ADD AUS-NAO-DADOS    TO WS-RES-NAO-DADOS

               MOVE SPACES TO WS-DATA-EDIT
               STRING AUS-DATA (7: 2) "/" AUS-DATA (5: 2) "/"
                      AUS-DATA (1: 4)
                   DELIMITED BY SIZE INTO WS-DATA-EDIT
               END-STRING
               MOVE SPACES TO WS-LINHA
               STRING "  " WS-DATA-EDIT " " AUS-MOTIVO " TEMPOS "
                      AUS-TEMPOS " SUBST " AUS-SUBSTITUIDOS
                      " NAO DADOS " AUS-NAO-DADOS
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF

           PERFORM LE-AUSENCIA.

       ABRE-DOCENTE-RESUMO.

           MOVE AUS-DOCENTE TO WS-DOCENTE-ATUAL
           MOVE ZEROS TO WS-RES-DIAS WS-RES-TEMPOS WS-RES-SUBST
                         WS-RES-NAO-DADOS
           ADD 1 TO WS-TOT-DOCENTES

           MOVE "(DOCENTE SEM REGISTO NO MESTRE)" TO WS-NOME-DOCENTE
           MOVE AUS-DOCENTE TO DOC-NUMERO
           PERFORM LE-DOCENTE
           IF WS-FS-DOCENTES = "00"
               MOVE DOC-NOME TO WS-NOME-DOCENTE
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "DOCENTE " WS-DOCENTE-ATUAL " " WS-NOME-DOCENTE
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       FECHA-DOCENTE.

           MOVE SPACES TO WS-LINHA
           STRING "  DIAS DE AUSENCIA: " WS-RES-DIAS
                  "  TEMPOS: " WS-RES-TEMPOS
                  "  SUBSTITUIDOS: " WS-RES-SUBST
                  "  NAO DADOS: " WS-RES-NAO-DADOS
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           ADD WS-RES-DIAS      TO WS-TOT-DIAS
           ADD WS-RES-TEMPOS    TO WS-TOT-TEMPOS
           ADD WS-RES-NAO-DADOS TO WS-TOT-NAO-DADOS.

       EMITE-LINHA.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Copia do resumo para o spool (PROGSPOOL) - sem o spool
      * ligado fica tudo como dantes.
       ENVIA-AO-SPOOL.

           MOVE "AUSENC" TO SPL-RELATORIO
           MOVE "AUSENC.LIS" TO SPL-FICHEIRO
           MOVE SGN-OPERADOR TO SPL-OPERADOR
           MOVE 'N' TO WS-IND-SPOOL
           CALL 'PROGSPOOL' USING SPOOL-PARAMETRES
               ON EXCEPTION
                   SET WS-SPOOL-FALHOU TO TRUE
           END-CALL
           IF NOT WS-SPOOL-FALHOU AND SPL-OK
               DISPLAY "CATALOGADO NO SPOOL COMO MEMBRO "
                       SPL-MEMBRO "."
           END-IF.
       END PROGRAM PROGAUSENCIA.
