      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: CALENDARIO DE PROVAS POR TURMA (PROVAS.DAT) -
      *          MARCAR E DESMARCAR PROVAS ESCRITAS COM VERIFICACAO
      *          DE CHOQUES E IMPRESSAO DO CALENDARIO DA TURMA PARA
      *          OS ENCARREGADOS.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. As provas marcavam-se em papel e
      *            todos os periodos uma turma acabava com duas ou
      *            tres provas no mesmo dia. Uma prova (turma,
      *            disciplina, data) so e gravada se: a data for
      *            dia util (PROGDIAUTIL - fins de semana e
      *            FERIADOS.DAT); a disciplina tiver tempo letivo
      *            nesse dia da semana no horario HORARIOS.DAT
      *            (PROGDATAS 'W', como o PROGAULAS); e a turma nao
      *            tiver ja outra prova nesse dia. A turma e
      *            validada contra TURMAS.DAT e a disciplina pelo
      *            PROGDISCON, como no PROGHORARIO; a remocao
      *            regrava o ficheiro por PROVAS.TMP. O calendario
      *            da turma sai ordenado por data (SORT, como o
      *            PROGQUADRO) no ecra e em PROVAS.LIS, copiado para
      *            o spool (PROGSPOOL).
      * 15/10/26 - As rotinas de leitura, RELEASE e RETURN dos
      *            procedimentos da ordenacao passam para seccoes
      *            proprias, como no PROGFECHOANO: a ordenacao corria-as
      *            de novo no fim de cada seccao com o ultimo registo
      *            ainda na area - a ultima prova era libertada de novo
      *            (com PROVAS ja fechado) e listada e contada duas
      *            vezes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPROVAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVAS   ASSIGN TO "PROVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROVAS.
           SELECT TRABALHO ASSIGN TO "PROVAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT HORARIOS ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HORARIOS.
           SELECT TURMAS   ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURMAS.
           SELECT LISTAGEM ASSIGN TO "PROVAS.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
           SELECT ORDENACAO ASSIGN TO "PROVAS.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  PROVAS.
       COPY "PRVREG.cpy" REPLACING NIVEL-PRV BY 01
                                   CAMPO-PRV-REG BY FD-PROVA-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(89).

       FD  HORARIOS.
       COPY "HORREG.cpy" REPLACING NIVEL-HOR BY 01
                                   CAMPO-HOR-REG BY FD-HORARIO-REG.

       FD  TURMAS.
       COPY "TURREG.cpy" REPLACING NIVEL-TUR BY 01
                                   CAMPO-TUR-REG BY FD-TURMA-REG.

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(100).

       SD  ORDENACAO.
       01  SRT-REGISTO.
           03 SRT-DATA                 PIC 9(08).
           03 SRT-MATERIA              PIC A(30).
           03 SRT-DESCRICAO            PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FS-PROVAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-HORARIOS           PIC X(02) VALUE ZEROS.
       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-TURMA                 PIC X(05) VALUE SPACES.
       01 WS-TURMA-DESCRICAO       PIC X(30) VALUE SPACES.
       01 WS-MATERIA               PIC A(30) VALUE SPACES.
       01 WS-DESCRICAO             PIC X(30) VALUE SPACES.

       01 WS-DATA-PROVA            PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WS-DATA-PROVA.
           03 WS-DP-DIA                PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DP-MES                PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DP-ANO                PIC X(04).

       01 WS-DATA-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DA-ANO                PIC X(04).
           03 WS-DA-MES                PIC X(02).
           03 WS-DA-DIA                PIC X(02).

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.

       01 WS-DATA-VALIDADA         PIC X VALUE 'N'.
           88 WS-DATA-BOA                 VALUE 'S'.
       01 WS-TURMA-ACHADA          PIC X VALUE 'N'.
           88 WS-TURMA-VALIDA             VALUE 'S'.
       01 WS-TURMAS-FIM            PIC X VALUE 'N'.
           88 WS-TURMAS-FIM-FICHEIRO      VALUE 'S'.
       01 WS-HORARIO-ACHADO        PIC X VALUE 'N'.
           88 WS-TEMPO-NO-HORARIO         VALUE 'S'.
       01 WS-HORARIOS-FIM          PIC X VALUE 'N'.
           88 WS-HORARIOS-FIM-FICHEIRO    VALUE 'S'.
       01 WS-CHOQUE-ACHADO         PIC X VALUE 'N'.
           88 WS-TURMA-COM-PROVA          VALUE 'S'.
       01 WS-MATERIA-CHOQUE        PIC A(30) VALUE SPACES.
       01 WS-REMOCAO-FEITA         PIC X VALUE 'N'.
           88 WS-PROVA-REMOVIDA           VALUE 'S'.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
       01 WS-IND-DISCON            PIC X VALUE 'N'.
           88 WS-DISCON-FALHOU            VALUE 'S'.
       01 WS-DISC-VALIDADA         PIC X VALUE 'N'.
           88 WS-DISCIPLINA-VALIDA        VALUE 'S'.
       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.

       01 WS-CONT-LISTADAS         PIC 9(03) VALUE ZEROS.
       01 WS-LINHA                 PIC X(100) VALUE SPACES.
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.
       01 WS-NOME-DISCIPLINA       PIC X(30) VALUE SPACES.

       01 WS-DIAS-SEMANA-TAB.
           03 FILLER                   PIC X(07) VALUE "SEGUNDA".
           03 FILLER                   PIC X(07) VALUE "TERCA".
           03 FILLER                   PIC X(07) VALUE "QUARTA".
           03 FILLER                   PIC X(07) VALUE "QUINTA".
           03 FILLER                   PIC X(07) VALUE "SEXTA".
           03 FILLER                   PIC X(07) VALUE "SABADO".
           03 FILLER                   PIC X(07) VALUE "DOMINGO".
       01 FILLER REDEFINES WS-DIAS-SEMANA-TAB.
           03 WS-NOME-DIA              PIC X(07) OCCURS 7 TIMES.
       01 WS-NOME-DIA-PROVA        PIC X(07) VALUE SPACES.

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

       01 DIAUTIL-PARAMETRES.
           02 DU-FUNCAO                PIC X(01).
           02 DU-DATA                  PIC 9(08).
           02 DU-E-UTIL                PIC X(01).
               88 DU-UTIL                     VALUE 'S'.
               88 DU-NAO-UTIL                 VALUE 'N'.
           02 DU-PROXIMO               PIC 9(08).
           02 DU-RESULTADO             PIC X(01).
               88 DU-OK                       VALUE 'S'.
               88 DU-INVALIDO                 VALUE 'N'.

       01 DISCON-PARAMETRES.
           02 DSC-CODIGO               PIC X(08).
           02 DSC-NOME                 PIC X(30).
           02 DSC-RESULTADO            PIC X(01).
               88 DSC-ENCONTRADA              VALUE 'S'.
               88 DSC-NAO-ENCONTRADA          VALUE 'N'.
               88 DSC-SEM-FICHEIRO            VALUE 'F'.

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
       PRINCIPAL SECTION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*     CALENDARIO DE PROVAS POR TURMA      *"
           DISPLAY "*******************************************"

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF WS-SIGNON-FALHOU OR SGN-FALHOU
               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
           ELSE
               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO
           END-IF

           DISPLAY "CALENDARIO DE PROVAS TERMINADO."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - MARCAR PROVA"
           DISPLAY "  2 - DESMARCAR PROVA"
           DISPLAY "  3 - IMPRIMIR O CALENDARIO DE UMA TURMA"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM MARCA-PROVA
               WHEN 2
                   PERFORM DESMARCA-PROVA
               WHEN 3
                   PERFORM IMPRIME-CALENDARIO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      * Cada validacao que falha termina a marcacao com o motivo;
      * so a prova que passa todas e gravada.
       MARCA-PROVA.

           PERFORM PEDE-TURMA
           IF WS-TURMA-VALIDA
               PERFORM PEDE-DISCIPLINA
               IF WS-DISCIPLINA-VALIDA
                   PERFORM PEDE-DATA-PROVA
                   IF WS-DATA-BOA
                       PERFORM VALIDA-MARCACAO
                   END-IF
               END-IF
           END-IF.

       VALIDA-MARCACAO.

           PERFORM VERIFICA-DIA-UTIL
           EVALUATE TRUE
               WHEN DU-NAO-UTIL
                   DISPLAY "DATA " WS-DATA-PROVA " NAO E DIA UTIL "
                           "(FIM DE SEMANA OU FERIADO) - PROVA NAO "
                           "MARCADA."
               WHEN OTHER
                   PERFORM VERIFICA-HORARIO
                   IF NOT WS-TEMPO-NO-HORARIO
                       DISPLAY "A TURMA " WS-TURMA " NAO TEM "
                               WS-MATERIA " NO HORARIO A "
                               WS-NOME-DIA-PROVA " - PROVA NAO "
                               "MARCADA."
                   ELSE
                       PERFORM VERIFICA-CHOQUE
                       IF WS-TURMA-COM-PROVA
                           DISPLAY "A TURMA " WS-TURMA " JA TEM "
                                   "PROVA DE " WS-MATERIA-CHOQUE
                                   " EM " WS-DATA-PROVA
                                   " - PROVA NAO MARCADA."
                       ELSE
                           DISPLAY "DESCRICAO (EX. TESTE ESCRITO "
                                   "1): "
                           ACCEPT WS-DESCRICAO
                           PERFORM GRAVA-PROVA
                       END-IF
                   END-IF
           END-EVALUATE.

       PEDE-TURMA.

           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-TURMA

           MOVE 'N' TO WS-TURMA-ACHADA
           MOVE 'N' TO WS-TURMAS-FIM
           MOVE SPACES TO WS-TURMA-DESCRICAO

           OPEN INPUT TURMAS
           IF WS-FS-TURMAS NOT = "00"
               DISPLAY "AVISO: TURMAS.DAT NAO ENCONTRADO - TURMA "
                       "ACEITE SEM VALIDACAO."
               SET WS-TURMA-VALIDA TO TRUE
           ELSE
               PERFORM LE-TURMA
               PERFORM VERIFICA-TURMA
                   UNTIL WS-TURMAS-FIM-FICHEIRO OR WS-TURMA-VALIDA
               CLOSE TURMAS
               IF NOT WS-TURMA-VALIDA
                   DISPLAY "TURMA INEXISTENTE EM TURMAS.DAT."
               END-IF
           END-IF.

       LE-TURMA.

           READ TURMAS
               AT END SET WS-TURMAS-FIM-FICHEIRO TO TRUE
           END-READ.

       VERIFICA-TURMA.

           IF TUR-CODIGO = WS-TURMA
               SET WS-TURMA-VALIDA TO TRUE
               MOVE TUR-DESCRICAO TO WS-TURMA-DESCRICAO
           ELSE
               PERFORM LE-TURMA
           END-IF.

       PEDE-DISCIPLINA.

           DISPLAY "CODIGO DA DISCIPLINA: "
           ACCEPT WS-MATERIA

           MOVE 'N' TO WS-DISC-VALIDADA
           MOVE WS-MATERIA TO DSC-CODIGO
           SET DSC-NAO-ENCONTRADA TO TRUE
           MOVE 'N' TO WS-IND-DISCON

           CALL 'PROGDISCON' USING DISCON-PARAMETRES
               ON EXCEPTION
                   SET WS-DISCON-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-DISCON-FALHOU OR DSC-SEM-FICHEIRO
                   DISPLAY "AVISO: MESTRE DE DISCIPLINAS "
                           "INDISPONIVEL - CODIGO ACEITE SEM "
                           "VALIDACAO."
                   SET WS-DISCIPLINA-VALIDA TO TRUE
               WHEN DSC-ENCONTRADA
                   SET WS-DISCIPLINA-VALIDA TO TRUE
                   DISPLAY "DISCIPLINA: " DSC-NOME
               WHEN OTHER
                   DISPLAY "DISCIPLINA INEXISTENTE NO MESTRE "
                           "(PROGDISCIPLINA)."
           END-EVALUATE.

      * A data e validada por PROGVALDATA e passada a AAAAMMDD; uma
      * prova no passado nao faz sentido num calendario novo.
       PEDE-DATA-PROVA.

           MOVE 'N' TO WS-DATA-VALIDADA

           DISPLAY "DATA DA PROVA (DD/MM/AAAA): "
           ACCEPT WS-DATA-PROVA

           MOVE WS-DP-DIA TO VD-DIA
           MOVE WS-DP-MES TO VD-MES
           MOVE WS-DP-ANO TO VD-ANO
           SET VD-INVALIDA TO TRUE
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGVALDATA' USING VALDATA-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU OR VD-INVALIDA
               DISPLAY "DATA INVALIDA - PROVA NAO MARCADA."
           ELSE
               MOVE WS-DP-ANO TO WS-DA-ANO
               MOVE WS-DP-MES TO WS-DA-MES
               MOVE WS-DP-DIA TO WS-DA-DIA
               IF WS-DATA-AAAAMMDD < WS-DATA-HOJE
                   DISPLAY "DATA JA PASSADA - PROVA NAO MARCADA."
               ELSE
                   SET WS-DATA-BOA TO TRUE
                   PERFORM CALCULA-DIA-SEMANA
               END-IF
           END-IF.

       CALCULA-DIA-SEMANA.

           MOVE 'W' TO DT-FUNCAO
           MOVE WS-DATA-AAAAMMDD TO DT-DATA1
           MOVE ZEROS TO WS-DIA-SEMANA
           MOVE SPACES TO WS-NOME-DIA-PROVA
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND DT-OK
               MOVE DT-DIA-SEMANA TO WS-DIA-SEMANA
               MOVE WS-NOME-DIA (WS-DIA-SEMANA) TO WS-NOME-DIA-PROVA
           ELSE
               DISPLAY "AVISO: PROGDATAS INDISPONIVEL - HORARIO "
                       "NAO SERA VERIFICADO."
           END-IF.

      * Sem PROGDIAUTIL a data passa (como util) com aviso.
       VERIFICA-DIA-UTIL.

           MOVE 'E' TO DU-FUNCAO
           MOVE WS-DATA-AAAAMMDD TO DU-DATA
           SET DU-UTIL TO TRUE
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGDIAUTIL' USING DIAUTIL-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU OR DU-INVALIDO
               DISPLAY "AVISO: PROGDIAUTIL INDISPONIVEL - DIA UTIL "
                       "NAO VERIFICADO."
               SET DU-UTIL TO TRUE
           END-IF.

      * Sem horario (ficheiro em falta) ou sem dia da semana
      * calculado, a prova e aceite com aviso, como no PROGAULAS.
       VERIFICA-HORARIO.

           MOVE 'N' TO WS-HORARIO-ACHADO
           MOVE 'N' TO WS-HORARIOS-FIM

           IF WS-DIA-SEMANA = ZERO
               SET WS-TEMPO-NO-HORARIO TO TRUE
           ELSE
               OPEN INPUT HORARIOS
               IF WS-FS-HORARIOS NOT = "00"
                   DISPLAY "AVISO: HORARIOS.DAT NAO ENCONTRADO - "
                           "PROVA ACEITE SEM VALIDACAO DO HORARIO."
                   SET WS-TEMPO-NO-HORARIO TO TRUE
               ELSE
                   PERFORM LE-HORARIO
                   PERFORM VERIFICA-TEMPO
                       UNTIL WS-HORARIOS-FIM-FICHEIRO
                          OR WS-TEMPO-NO-HORARIO
                   CLOSE HORARIOS
               END-IF
           END-IF.

       LE-HORARIO.

           READ HORARIOS
               AT END SET WS-HORARIOS-FIM-FICHEIRO TO TRUE
           END-READ.

       VERIFICA-TEMPO.

           IF HOR-TURMA = WS-TURMA
              AND HOR-MATERIA = WS-MATERIA
              AND HOR-DIA-SEMANA = WS-DIA-SEMANA
               SET WS-TEMPO-NO-HORARIO TO TRUE
           ELSE
               PERFORM LE-HORARIO
           END-IF.

      * Uma turma so tem uma prova por dia, seja de que disciplina
      * for.
       VERIFICA-CHOQUE.

           MOVE 'N' TO WS-CHOQUE-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE SPACES TO WS-MATERIA-CHOQUE

           OPEN INPUT PROVAS
           IF WS-FS-PROVAS = "00"
               PERFORM LE-PROVA
               PERFORM COMPARA-PROVA
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-TURMA-COM-PROVA
               CLOSE PROVAS
           END-IF.

       LE-PROVA.

           READ PROVAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       COMPARA-PROVA.

           IF PRV-TURMA = WS-TURMA
              AND PRV-DATA = WS-DATA-AAAAMMDD
               SET WS-TURMA-COM-PROVA TO TRUE
               MOVE PRV-MATERIA TO WS-MATERIA-CHOQUE
           ELSE
               PERFORM LE-PROVA
           END-IF.

       GRAVA-PROVA.

           OPEN EXTEND PROVAS
           IF WS-FS-PROVAS = "35"
               OPEN OUTPUT PROVAS
               CLOSE PROVAS
               OPEN EXTEND PROVAS
           END-IF

           MOVE WS-TURMA         TO PRV-TURMA
           MOVE WS-MATERIA       TO PRV-MATERIA
           MOVE WS-DATA-AAAAMMDD TO PRV-DATA
           MOVE WS-DESCRICAO     TO PRV-DESCRICAO
           MOVE SGN-OPERADOR     TO PRV-OPERADOR
           MOVE WS-DATA-HOJE     TO PRV-DATA-REGISTO
           WRITE FD-PROVA-REG

           CLOSE PROVAS

           DISPLAY "PROVA MARCADA: " WS-TURMA " " WS-MATERIA " "
                   WS-NOME-DIA-PROVA " " WS-DATA-PROVA.

      * Desmarcar = regravar o ficheiro pelo de trabalho sem a
      * prova indicada.
       DESMARCA-PROVA.

           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-TURMA
           DISPLAY "CODIGO DA DISCIPLINA: "
           ACCEPT WS-MATERIA
           DISPLAY "DATA DA PROVA (DD/MM/AAAA): "
           ACCEPT WS-DATA-PROVA
           MOVE WS-DP-ANO TO WS-DA-ANO
           MOVE WS-DP-MES TO WS-DA-MES
           MOVE WS-DP-DIA TO WS-DA-DIA

           MOVE 'N' TO WS-REMOCAO-FEITA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PROVAS
           IF WS-FS-PROVAS NOT = "00"
               DISPLAY "PROVAS.DAT NAO ENCONTRADO."
           ELSE
               OPEN OUTPUT TRABALHO
               PERFORM LE-PROVA
               PERFORM TRATA-REMOCAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PROVAS
               CLOSE TRABALHO

               PERFORM COPIA-DE-VOLTA

               IF WS-PROVA-REMOVIDA
                   DISPLAY "PROVA DESMARCADA."
               ELSE
                   DISPLAY "PROVA NAO ENCONTRADA - NADA REMOVIDO."
               END-IF
           END-IF.

       TRATA-REMOCAO.

           IF PRV-TURMA = WS-TURMA
              AND PRV-MATERIA = WS-MATERIA
              AND PRV-DATA = WS-DATA-AAAAMMDD
              AND NOT WS-PROVA-REMOVIDA
               SET WS-PROVA-REMOVIDA TO TRUE
           ELSE
               MOVE FD-PROVA-REG TO FD-TRABALHO-REG
               WRITE FD-TRABALHO-REG
           END-IF

           PERFORM LE-PROVA.

       COPIA-DE-VOLTA.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TRABALHO
           OPEN OUTPUT PROVAS

           PERFORM LE-TRABALHO
           PERFORM RECARREGA-REGISTO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO
           CLOSE PROVAS.

       LE-TRABALHO.

           READ TRABALHO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-REGISTO.

           MOVE FD-TRABALHO-REG TO FD-PROVA-REG
           WRITE FD-PROVA-REG

           PERFORM LE-TRABALHO.

      * Calendario da turma, por data, para entregar aos
      * encarregados: so as provas de hoje em diante.
       IMPRIME-CALENDARIO.

           PERFORM PEDE-TURMA

           IF WS-TURMA-VALIDA
               MOVE ZEROS TO WS-CONT-LISTADAS
               OPEN OUTPUT LISTAGEM

               MOVE SPACES TO WS-LINHA
               STRING "CALENDARIO DE PROVAS - TURMA " WS-TURMA
                      " " WS-TURMA-DESCRICAO
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "DATA       DIA     "
                      "DISCIPLINA                     PROVA"
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE ALL "-" TO WS-LINHA
               PERFORM EMITE-LINHA

               SORT ORDENACAO
                   ON ASCENDING KEY SRT-DATA SRT-MATERIA
                   INPUT PROCEDURE IS SELECIONA-PROVAS
                   OUTPUT PROCEDURE IS LISTA-PROVAS

               MOVE ALL "-" TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "PROVAS MARCADAS: " WS-CONT-LISTADAS
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA

               CLOSE LISTAGEM
               PERFORM ENVIA-AO-SPOOL
           END-IF.

       EMITE-LINHA.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Copia do calendario para o spool (PROGSPOOL) - sem o spool
      * ligado fica tudo como dantes.
       ENVIA-AO-SPOOL.

           MOVE "PROVAS" TO SPL-RELATORIO
           MOVE "PROVAS.LIS" TO SPL-FICHEIRO
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

       SELECIONA-PROVAS SECTION.
       SELECIONA-INICIO.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PROVAS
           IF WS-FS-PROVAS = "00"
               PERFORM LE-PROVA-SORT
               PERFORM LIBERTA-PROVA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PROVAS
           END-IF.

      * Rotinas da entrada da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de SELECIONA-PROVAS.
       SELECIONA-PROVAS-ROTINAS SECTION.
       LE-PROVA-SORT.

           READ PROVAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-PROVA.

           IF PRV-TURMA = WS-TURMA
              AND PRV-DATA >= WS-DATA-HOJE
               MOVE PRV-DATA      TO SRT-DATA
               MOVE PRV-MATERIA   TO SRT-MATERIA
               MOVE PRV-DESCRICAO TO SRT-DESCRICAO
               RELEASE SRT-REGISTO
           END-IF

           PERFORM LE-PROVA-SORT.

       LISTA-PROVAS SECTION.
       LISTA-INICIO.

           MOVE 'N' TO WS-FIM-SORT

           PERFORM DEVOLVE-ORDENADO
           PERFORM LISTA-PROVA
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-CONT-LISTADAS = ZERO
               MOVE "  (SEM PROVAS MARCADAS)" TO WS-LINHA
               DISPLAY WS-LINHA
               MOVE WS-LINHA TO FD-LISTAGEM-REG
               WRITE FD-LISTAGEM-REG
           END-IF.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de LISTA-PROVAS.
       LISTA-PROVAS-ROTINAS SECTION.
       DEVOLVE-ORDENADO.

           RETURN ORDENACAO
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
           END-RETURN.

       LISTA-PROVA.

           MOVE SRT-DATA TO WS-DATA-AAAAMMDD
           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-DA-DIA "/" WS-DA-MES "/" WS-DA-ANO
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING

           MOVE 'W' TO DT-FUNCAO
           MOVE SRT-DATA TO DT-DATA1
           MOVE SPACES TO WS-NOME-DIA-PROVA
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL
           IF NOT WS-CHAMADA-FALHOU AND DT-OK
               MOVE WS-NOME-DIA (DT-DIA-SEMANA) TO WS-NOME-DIA-PROVA
           END-IF

      * O nome oficial da disciplina vem do mestre; sem ele sai o
      * codigo.
           MOVE SRT-MATERIA TO DSC-CODIGO WS-NOME-DISCIPLINA
           SET DSC-NAO-ENCONTRADA TO TRUE
           MOVE 'N' TO WS-IND-DISCON
           CALL 'PROGDISCON' USING DISCON-PARAMETRES
               ON EXCEPTION
                   SET WS-DISCON-FALHOU TO TRUE
           END-CALL
           IF NOT WS-DISCON-FALHOU AND DSC-ENCONTRADA
               MOVE DSC-NOME TO WS-NOME-DISCIPLINA
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING WS-DATA-EDIT " " WS-NOME-DIA-PROVA " "
                  WS-NOME-DISCIPLINA " " SRT-DESCRICAO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG
           ADD 1 TO WS-CONT-LISTADAS

           PERFORM DEVOLVE-ORDENADO.
       END PROGRAM PROGPROVAS.
