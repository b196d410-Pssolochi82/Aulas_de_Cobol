      * 03/09/26 - O relatorio e copiado para o spool (PROGSPOOL,
      *            catalogado em SPOOL.CAT) - a consulta e a
      *            reimpressao ficam no PROGSPOOLVIS.
      * 15/10/26 - Fim dos tetos de 300 alunos/disciplinas em
      *            faltas e 150 alunos em medias: as faltas passam
      *            por um SORT por aluno e disciplina (VIGIAFAL.SRT)
      *            e as medias por um SORT por aluno e periodo
      *            (VIGIAMED.SRT), e cada grupo e avaliado quando
      *            fecha, sem tabela em memoria. Cada corrida
      *            acrescenta uma linha a EXECUCAO.LOG (LEXREG.cpy)
      *            com os registos entregues e devolvidos pelas
      *            ordenacoes, os grupos avaliados e os alertas.
      * 15/10/26 - O limite de faltas passa a ser o que esta em vigor
      *            hoje no historico dos parametros (PROGPARAM sobre
      *            PARAMHIST.DAT); sem historico fica o valor de
      *            CONTROLE.DAT.
      * 15/10/26 - As rotinas de leitura, RELEASE e RETURN dos
      *            procedimentos da ordenacao passam para seccoes
      *            proprias, como no PROGFECHOANO: a ordenacao corria-as
      *            de novo no fim de cada seccao com o ultimo registo
      *            ainda na area - o ultimo aluno era libertado duas
      *            vezes e recebia alertas de faltas e de queda de media
      *            repetidos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGVIGIA.
           SELECT RELATORIO ASSIGN TO "VIGIA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           SELECT LOG-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT ORDENA-FALTAS ASSIGN TO "VIGIAFAL.SRT".
           SELECT ORDENA-MEDIAS ASSIGN TO "VIGIAMED.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  FALTAS.
       FD  RELATORIO.
       01  FD-RELATORIO-REG            PIC X(100).

       FD  LOG-EXECUCAO.
       01  FD-LOG-REG                  PIC X(80).

      * Uma falta nao justificada do ano corrente.
       SD  ORDENA-FALTAS.
       01  SRF-REGISTO.
           03 SRF-ALUNO                PIC 9(06).
           03 SRF-MATERIA              PIC A(30).

      * Uma media normal de periodo de BOLETIM.DAT.
       SD  ORDENA-MEDIAS.
       01  SRM-REGISTO.
           03 SRM-ALUNO                PIC 9(06).
           03 SRM-PERIODO              PIC 9(01).
           03 SRM-NOME                 PIC X(30).
           03 SRM-MEDIA                PIC 99V99.

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".
       COPY "RETCOD.cpy".
       COPY "LEXREG.cpy" REPLACING NIVEL-LEX BY 01
                                   CAMPO-LEX-REG BY WS-LEX-REG.

       01 WS-FS-FALTAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-BOLETIM            PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-RELATORIO          PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.

      * Margem de aviso: o alerta dispara quando faltam 3 ou menos
      * faltas para o limite.
      * Queda de media que dispara o alerta (2,00 pontos).
       01 WS-QUEDA-ALERTA          PIC 9V99 VALUE 2.00.

      * Grupo aluno/disciplina corrente das faltas ordenadas.
       01 WS-FAL-ABERTA            PIC X VALUE 'N'.
           88 WS-FAL-EM-CURSO             VALUE 'S'.
       01 WS-FAL-ALUNO             PIC 9(06) VALUE ZEROS.
       01 WS-FAL-MATERIA           PIC X(30) VALUE SPACES.
       01 WS-FAL-FALTAS            PIC 9(03) VALUE ZEROS.

      * Aluno corrente das medias ordenadas (soma e contagem por
      * periodo para a media).
       01 WS-MED-ABERTA            PIC X VALUE 'N'.
           88 WS-MED-EM-CURSO             VALUE 'S'.
       01 WS-MD-ALUNO              PIC 9(06) VALUE ZEROS.
       01 WS-MD-NOME               PIC X(30) VALUE SPACES.
       01 WS-MD-PER-TAB OCCURS 3 TIMES.
           03 WS-MD-SOMA               PIC 9(04)V99.
           03 WS-MD-REGISTOS           PIC 9(02).

       01 WS-PER-IDX               PIC 9 VALUE ZEROS.
       01 WS-PER-ANT               PIC 9 VALUE ZEROS.
           03 WS-MX-DECIMAL             PIC 9(02).
       01 WS-MEDIA-NUM             PIC 99V99.

       01 WS-CONT-ALERTAS          PIC 9(05) VALUE ZEROS.
       01 WS-LINHA                 PIC X(100) VALUE SPACES.

       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ORDENADOS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-GRUPOS           PIC 9(07) VALUE ZEROS.

       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DSIS-ANO              PIC X(04).
           03 WS-DSIS-MES              PIC X(02).
           03 WS-DSIS-DIA              PIC X(02).
       01 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

       01 WS-IND-PARAM             PIC X VALUE 'N'.
           88 WS-PARAM-FALHOU             VALUE 'S'.

      * Valor de um parametro do controlo em vigor numa data
      * (PROGPARAM, historico PARAMHIST.DAT).
       01 PARAM-PARAMETRES.
           02 PRP-CAMPO                PIC X(10).
           02 PRP-DATA                 PIC 9(08).
           02 PRP-VALOR                PIC 9(04)V99.
           02 PRP-INICIO               PIC 9(08).
           02 PRP-RESULTADO            PIC X(01).
               88 PRP-ENCONTRADO              VALUE 'S'.
               88 PRP-NAO-ENCONTRADO          VALUE 'N'.
               88 PRP-SEM-FICHEIRO            VALUE 'F'.

       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.
               88 SPL-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       PRINCIPAL SECTION.
       MAIN-PROCEDURE.

           DISPLAY " "
           OPEN OUTPUT RELATORIO

           PERFORM CONTA-FALTAS
           PERFORM CARREGA-MEDIAS

           CLOSE RELATORIO
           PERFORM ENVIA-AO-SPOOL
               SET RC-AVISO TO TRUE
           END-IF

           IF WS-CONT-ORDENADOS NOT = WS-CONT-LIDOS
               DISPLAY "ERRO: ENTREGUES " WS-CONT-LIDOS
                       " / DEVOLVIDOS " WS-CONT-ORDENADOS
                       " PELA ORDENACAO - LISTA INCOMPLETA."
               SET RC-ERRO TO TRUE
           END-IF
           PERFORM GRAVA-LOG-EXECUCAO

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

              OR CTL-LIMITE-FALTAS = ZEROS
               MOVE 15 TO CTL-LIMITE-FALTAS
           END-IF
           PERFORM APLICA-LIMITE-EM-VIGOR

      * Ano letivo por omissao: o ano civil do arranque (antes de
      * setembro ainda e o ano letivo anterior), como no BOLETIM.
               END-IF
           END-IF.

      * O limite de faltas e o que esta em vigor hoje no historico
      * dos parametros (alteracoes datadas do PROGCONTROLE).
       APLICA-LIMITE-EM-VIGOR.

           MOVE "LIMFALTAS" TO PRP-CAMPO
           MOVE ZEROS TO PRP-DATA
           PERFORM CONSULTA-PARAMETRO
           IF PRP-ENCONTRADO
               MOVE PRP-VALOR TO CTL-LIMITE-FALTAS
           END-IF.

      * Sem PROGPARAM ou sem historico fica o valor de
      * CONTROLE.DAT.
       CONSULTA-PARAMETRO.

           SET PRP-NAO-ENCONTRADO TO TRUE
           MOVE 'N' TO WS-IND-PARAM
           CALL 'PROGPARAM' USING PARAM-PARAMETRES
               ON EXCEPTION
                   SET WS-PARAM-FALHOU TO TRUE
           END-CALL
           IF WS-PARAM-FALHOU
               SET PRP-NAO-ENCONTRADO TO TRUE
           END-IF.

       CONTA-FALTAS.

           OPEN INPUT FALTAS
           IF WS-FS-FALTAS NOT = "00"
               DISPLAY "AVISO: FALTAS.DAT NAO ENCONTRADO - SEM "
                       "ALERTAS DE FALTAS."
           ELSE
               SORT ORDENA-FALTAS
                   ON ASCENDING KEY SRF-ALUNO SRF-MATERIA
                   INPUT PROCEDURE IS SELECIONA-FALTAS
                   OUTPUT PROCEDURE IS ALERTA-FALTAS
               CLOSE FALTAS
           END-IF.

       CARREGA-MEDIAS.

           OPEN INPUT BOLETIM-MASTER
           IF WS-FS-BOLETIM NOT = "00"
               DISPLAY "AVISO: BOLETIM.DAT NAO ENCONTRADO - SEM "
                       "ALERTAS DE MEDIA."
           ELSE
               SORT ORDENA-MEDIAS
                   ON ASCENDING KEY SRM-ALUNO SRM-PERIODO
                   INPUT PROCEDURE IS SELECIONA-MEDIAS
                   OUTPUT PROCEDURE IS ALERTA-MEDIAS
               CLOSE BOLETIM-MASTER
           END-IF.

       EMITE-ALERTA.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO FD-RELATORIO-REG
           WRITE FD-RELATORIO-REG
           ADD 1 TO WS-CONT-ALERTAS.

      * Uma linha por corrida em EXECUCAO.LOG com as contagens -
      * entregues e devolvidos pelas ordenacoes tem de bater.
       GRAVA-LOG-EXECUCAO.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE "PROGVIGIA"          TO LEX-PROGRAMA
           MOVE WS-DATA-SISTEMA      TO LEX-DATA
           MOVE WS-HORA-AGORA (1: 6) TO LEX-HORA
           MOVE WS-CONT-LIDOS        TO LEX-LIDOS
           MOVE WS-CONT-ORDENADOS    TO LEX-ORDENADOS
           MOVE WS-CONT-GRUPOS       TO LEX-GRUPOS
           MOVE WS-CONT-ALERTAS      TO LEX-GRAVADOS
           IF WS-CONT-ORDENADOS = WS-CONT-LIDOS
               SET LEX-CONFERE TO TRUE
           ELSE
               SET LEX-NAO-CONFERE TO TRUE
           END-IF

           OPEN EXTEND LOG-EXECUCAO
           IF WS-FS-LOG = "35"
               OPEN OUTPUT LOG-EXECUCAO
               CLOSE LOG-EXECUCAO
               OPEN EXTEND LOG-EXECUCAO
           END-IF

           MOVE WS-LEX-REG TO FD-LOG-REG
           WRITE FD-LOG-REG
           CLOSE LOG-EXECUCAO

           DISPLAY "EXECUCAO.LOG: " WS-LEX-REG.

      ******************************************************************
      * ENTRADA DAS FALTAS - SO AS NAO JUSTIFICADAS DO ANO CORRENTE
      ******************************************************************
       SELECIONA-FALTAS SECTION.
       SELECIONA-FALTAS-INICIO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           PERFORM LE-FALTA
           PERFORM LIBERTA-FALTA
               UNTIL WS-SEM-MAIS-REGISTOS.

      * Rotinas da entrada da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de SELECIONA-FALTAS.
       SELECIONA-FALTAS-ROTINAS SECTION.
       LE-FALTA.

           READ FALTAS
      * So as faltas do ano letivo corrente entram na vigia (as
      * antigas sem ano, de antes do campo, contam como
      * correntes).
       LIBERTA-FALTA.

           IF NOT FAL-COM-JUSTIFICACAO
              AND (FAL-ANO-LETIVO NOT NUMERIC
                   OR FAL-ANO-LETIVO = ZEROS
                   OR FAL-ANO-LETIVO = CTL-ANO-LETIVO)
               MOVE FAL-ALUNO   TO SRF-ALUNO
               MOVE FAL-MATERIA TO SRF-MATERIA
               RELEASE SRF-REGISTO
               ADD 1 TO WS-CONT-LIDOS
           END-IF

           PERFORM LE-FALTA.

      ******************************************************************
      * ALERTAS DE FALTAS - UM GRUPO POR ALUNO E DISCIPLINA
      ******************************************************************
       ALERTA-FALTAS SECTION.
       ALERTA-FALTAS-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           MOVE 'N' TO WS-FAL-ABERTA
           PERFORM DEVOLVE-FALTA
           PERFORM TRATA-FALTA-ORDENADA
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-FAL-EM-CURSO
               PERFORM FECHA-GRUPO-FALTAS
           END-IF.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de ALERTA-FALTAS.
       ALERTA-FALTAS-ROTINAS SECTION.
       DEVOLVE-FALTA.

           RETURN ORDENA-FALTAS
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
               NOT AT END ADD 1 TO WS-CONT-ORDENADOS
           END-RETURN.

       TRATA-FALTA-ORDENADA.

           IF WS-FAL-EM-CURSO
              AND (SRF-ALUNO NOT = WS-FAL-ALUNO
                   OR SRF-MATERIA NOT = WS-FAL-MATERIA)
               PERFORM FECHA-GRUPO-FALTAS
           END-IF

           IF NOT WS-FAL-EM-CURSO
               SET WS-FAL-EM-CURSO TO TRUE
               MOVE SRF-ALUNO   TO WS-FAL-ALUNO
               MOVE SRF-MATERIA TO WS-FAL-MATERIA
               MOVE ZEROS       TO WS-FAL-FALTAS
           END-IF

           ADD 1 TO WS-FAL-FALTAS

           PERFORM DEVOLVE-FALTA.

       FECHA-GRUPO-FALTAS.

           MOVE 'N' TO WS-FAL-ABERTA
           ADD 1 TO WS-CONT-GRUPOS

           IF WS-FAL-FALTAS >= WS-LIMIAR-FALTAS
               MOVE SPACES TO WS-LINHA
               STRING "FALTAS: ALUNO " WS-FAL-ALUNO
                      " " WS-FAL-MATERIA
                      " COM " WS-FAL-FALTAS
                      " DE " CTL-LIMITE-FALTAS " PERMITIDAS"
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-ALERTA
           END-IF.

      ******************************************************************
      * ENTRADA DAS MEDIAS - LANCAMENTOS NORMAIS DOS TRES PERIODOS
      ******************************************************************
       SELECIONA-MEDIAS SECTION.
       SELECIONA-MEDIAS-INICIO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           PERFORM LE-BOLETIM
           PERFORM LIBERTA-MEDIA
               UNTIL WS-SEM-MAIS-REGISTOS.

      * Rotinas da entrada da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de SELECIONA-MEDIAS.
       SELECIONA-MEDIAS-ROTINAS SECTION.
       LE-BOLETIM.

           READ BOLETIM-MASTER
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-MEDIA.

           IF BOL-TIPO = 'N'
              AND BOL-PERIODO >= 1 AND BOL-PERIODO <= 3
               MOVE BOL-MEDIA TO WS-MEDIA-TEXTO
               INSPECT WS-MEDIA-TEXTO
                       REPLACING LEADING SPACE BY '0'
               COMPUTE WS-MEDIA-NUM =
                   WS-MX-INTEIRO + WS-MX-DECIMAL / 100
               MOVE BOL-ALUNO-NUM  TO SRM-ALUNO
               MOVE BOL-PERIODO    TO SRM-PERIODO
               MOVE BOL-NOME-ALUNO TO SRM-NOME
               MOVE WS-MEDIA-NUM   TO SRM-MEDIA
               RELEASE SRM-REGISTO
               ADD 1 TO WS-CONT-LIDOS
           END-IF

           PERFORM LE-BOLETIM.

      ******************************************************************
      * ALERTAS DE MEDIA - UM GRUPO POR ALUNO
      ******************************************************************
       ALERTA-MEDIAS SECTION.
       ALERTA-MEDIAS-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           MOVE 'N' TO WS-MED-ABERTA
           PERFORM DEVOLVE-MEDIA
           PERFORM TRATA-MEDIA-ORDENADA
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-MED-EM-CURSO
               PERFORM FECHA-GRUPO-MEDIAS
           END-IF.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de ALERTA-MEDIAS.
       ALERTA-MEDIAS-ROTINAS SECTION.
       DEVOLVE-MEDIA.

           RETURN ORDENA-MEDIAS
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
               NOT AT END ADD 1 TO WS-CONT-ORDENADOS
           END-RETURN.

       TRATA-MEDIA-ORDENADA.

           IF WS-MED-EM-CURSO AND SRM-ALUNO NOT = WS-MD-ALUNO
               PERFORM FECHA-GRUPO-MEDIAS
           END-IF

           IF NOT WS-MED-EM-CURSO
               SET WS-MED-EM-CURSO TO TRUE
               MOVE SRM-ALUNO TO WS-MD-ALUNO
               MOVE SRM-NOME  TO WS-MD-NOME
               PERFORM LIMPA-PERIODOS
                   VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 3
           END-IF

           ADD SRM-MEDIA TO WS-MD-SOMA (SRM-PERIODO)
           ADD 1 TO WS-MD-REGISTOS (SRM-PERIODO)

           PERFORM DEVOLVE-MEDIA.

       LIMPA-PERIODOS.

           MOVE ZEROS TO WS-MD-SOMA (WS-PER-IDX)
                         WS-MD-REGISTOS (WS-PER-IDX).

      * Compara a media de cada periodo com a do periodo anterior
      * com dados; uma queda de 2,00 pontos ou mais dispara o
      * alerta.
       FECHA-GRUPO-MEDIAS.

           MOVE 'N' TO WS-MED-ABERTA
           ADD 1 TO WS-CONT-GRUPOS
           MOVE ZERO TO WS-PER-ANT

           PERFORM COMPARA-PERIODO

       COMPARA-PERIODO.

           IF WS-MD-REGISTOS (WS-PER-IDX) > ZERO
               COMPUTE WS-MEDIA-ATU ROUNDED =
                   WS-MD-SOMA (WS-PER-IDX)
                   / WS-MD-REGISTOS (WS-PER-IDX)

               IF WS-PER-ANT > ZERO
                   COMPUTE WS-QUEDA =
           MOVE WS-QUEDA     TO WS-QUEDA-EDIT

           MOVE SPACES TO WS-LINHA
           STRING "MEDIA : ALUNO " WS-MD-ALUNO
                  " " WS-MD-NOME
                  " P" WS-PER-ANT " " WS-MEDIA-ANT-EDIT
                  " -> P" WS-PER-IDX " " WS-MEDIA-ATU-EDIT
                  " (QUEDA " WS-QUEDA-EDIT ")"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-ALERTA.
       END PROGRAM PROGVIGIA.
