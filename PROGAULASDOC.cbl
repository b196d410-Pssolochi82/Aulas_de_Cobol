      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: MAPA MENSAL DE AULAS DADAS POR DOCENTE - AS AULAS DE
      *          AULAS.DAT ATRIBUIDAS A QUEM AS DEU (TITULAR PELAS
      *          ATRIBUICOES, OU O SUBSTITUTO), COM FICHEIRO
      *          DELIMITADO PARA O PROCESSAMENTO DE SALARIOS E
      *          LISTAGEM DAS AULAS SEM DOCENTE.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. Os docentes a tempo parcial sao
      *            pagos pelas aulas dadas e a secretaria contava-as
      *            a mao pelos sumarios. Para o mes AAAAMM pedido,
      *            cada aula de AULAS.DAT conta para o titular da
      *            turma/disciplina (ATRIBUICOES.DAT do ano letivo
      *            do mes) ou, quando foi dada por substituto
      *            (AUL-SUBSTITUIDA, PROGAUSENCIA), para o
      *            substituto; as aulas NAO DADAS nao contam. Saem:
      *              AULASDOC.LIS  mapa por docente - aulas por
      *                            data, turma e disciplina, e o
      *                            total (copiado para o spool)
      *              AULASDOC.CSV  uma linha por docente para os
      *                            salarios (separador
      *                            CTL-DELIMITADOR, cabecalho e
      *                            linha de controlo TRAILER, como
      *                            o PROGDIARIO)
      *              AULASSEM.LIS  aulas que nao foi possivel
      *                            atribuir a nenhum docente (sem
      *                            atribuicao, ou substituida sem
      *                            substituto), com o motivo
      * 15/10/26 - As rotinas de leitura, RELEASE e RETURN dos
      *            procedimentos da ordenacao passam para seccoes
      *            proprias, como no PROGFECHOANO: a ordenacao corria-as
      *            de novo no fim de cada seccao com o ultimo registo
      *            ainda na area - a ultima aula era libertada e emitida
      *            duas vezes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAULASDOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AULAS       ASSIGN TO "AULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AULAS.
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
           SELECT LISTAGEM    ASSIGN TO "AULASDOC.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
           SELECT SEMDOCENTE  ASSIGN TO "AULASSEM.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEMDOCENTE.
           SELECT SALARIOS    ASSIGN TO "AULASDOC.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALARIOS.
           SELECT ORDENACAO   ASSIGN TO "AULASDOC.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  AULAS.
       COPY "AULREG.cpy" REPLACING NIVEL-AUL BY 01
                                   CAMPO-AUL-REG BY FD-AULA-REG.

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

       FD  SEMDOCENTE.
       01  FD-SEMDOCENTE-REG           PIC X(80).

       FD  SALARIOS.
       01  FD-SALARIOS-REG             PIC X(200).

      * Docente 0 = aula sem docente. Tipo: D = dada pelo titular,
      * S = dada em substituicao; nas aulas sem docente, A = sem
      * atribuicao e Z = substituida sem substituto indicado.
       SD  ORDENACAO.
       01  SRT-REGISTO.
           03 SRT-DOCENTE              PIC 9(04).
           03 SRT-DATA                 PIC 9(08).
           03 SRT-TURMA                PIC X(05).
           03 SRT-MATERIA              PIC A(30).
           03 SRT-TIPO                 PIC X(01).
               88 SRT-TITULAR                 VALUE 'D'.
               88 SRT-SUBSTITUICAO            VALUE 'S'.
               88 SRT-SEM-ATRIBUICAO          VALUE 'A'.
               88 SRT-SEM-SUBSTITUTO          VALUE 'Z'.

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".
       COPY "RETCOD.cpy".

       01 WS-FS-AULAS              PIC X(02) VALUE ZEROS.
       01 WS-FS-ATRIBUICOES        PIC X(02) VALUE ZEROS.
       01 WS-FS-DOCENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.
       01 WS-FS-SEMDOCENTE         PIC X(02) VALUE ZEROS.
       01 WS-FS-SALARIOS           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.
       01 WS-DOCENTES-ABERTO       PIC X VALUE 'N'.
           88 WS-DOCENTES-DISPONIVEL      VALUE 'S'.

       01 WS-MES-PEDIDO            PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-PEDIDO.
           03 WS-MP-ANO                PIC 9(04).
           03 WS-MP-MES                PIC 9(02).
       01 WS-ANO-LETIVO            PIC 9(04) VALUE ZEROS.

      * Data da aula (DD/MM/AAAA) passada a AAAAMMDD.
       01 WS-DATA-AULA             PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WS-DATA-AULA.
           03 WS-DAU-DIA               PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DAU-MES               PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DAU-ANO               PIC X(04).
       01 WS-DATA-AAAAMMDD         PIC X(08) VALUE SPACES.
       01 FILLER REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DA-ANO                PIC X(04).
           03 WS-DA-MES                PIC X(02).
           03 WS-DA-DIA                PIC X(02).
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.

      * Atribuicoes do ano letivo do mes em memoria, como no
      * PROGAUSENCIA.
       01 WS-ATR-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-ATR-MAX               PIC 9(03) VALUE 200.
       01 WS-ATR-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-ATR-TAB OCCURS 200 TIMES.
           03 WS-ATR-DOCENTE           PIC 9(04).
           03 WS-ATR-TURMA             PIC X(05).
           03 WS-ATR-MATERIA           PIC A(30).

      * Acumulados do docente em curso e do mapa.
       01 WS-DOCENTE-ATUAL         PIC 9(04) VALUE ZEROS.
       01 WS-NOME-DOCENTE          PIC X(30) VALUE SPACES.
       01 WS-RES-AULAS             PIC 9(04) VALUE ZEROS.
       01 WS-RES-SUBST             PIC 9(04) VALUE ZEROS.
       01 WS-TOT-DOCENTES          PIC 9(04) VALUE ZEROS.
       01 WS-TOT-AULAS             PIC 9(05) VALUE ZEROS.
       01 WS-TOT-SEM-DOCENTE       PIC 9(05) VALUE ZEROS.
       01 WS-TOT-NAO-DADAS         PIC 9(05) VALUE ZEROS.
       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-LINHA-SEM             PIC X(80) VALUE SPACES.
       01 WS-MOTIVO                PIC X(25) VALUE SPACES.
       01 WS-MARCA-SUBST           PIC X(13) VALUE SPACES.

      * Montagem da linha delimitada, como no PROGDIARIO.
       01 WS-LINHA-CSV             PIC X(200) VALUE SPACES.
       01 WS-PONTEIRO              PIC 9(03) VALUE 1.
       01 WS-PRIMEIRO              PIC X VALUE 'S'.
       01 WS-CAMPO                 PIC X(60) VALUE SPACES.
       01 WS-CAMPO-AUX             PIC X(60) VALUE SPACES.
       01 WS-CAMPO-LEN             PIC 9(02) VALUE ZEROS.
       01 WS-ESPACOS-ESQ           PIC 9(02) VALUE ZEROS.
       01 WS-POS-INICIO            PIC 9(02) VALUE ZEROS.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.

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
           DISPLAY "*   MAPA MENSAL DE AULAS POR DOCENTE      *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF WS-SIGNON-FALHOU OR SGN-FALHOU
               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
               SET RC-ERRO TO TRUE
           ELSE
               PERFORM LE-CONTROLE
               DISPLAY "MES DO MAPA (AAAAMM): "
               ACCEPT WS-MES-PEDIDO

               IF WS-MP-MES < 1 OR WS-MP-MES > 12
                   DISPLAY "MES INVALIDO - NADA EMITIDO."
                   SET RC-ERRO TO TRUE
               ELSE
                   PERFORM EMITE-MAPA
               END-IF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LE-CONTROLE.

           MOVE SPACES TO CTL-REGISTO-GERAL

           OPEN INPUT CONTROLE
           IF WS-FS-CONTROLE = "00"
               READ CONTROLE
               IF WS-FS-CONTROLE = "00"
                   MOVE FD-CTL-REGISTO TO CTL-REGISTO-GERAL
               END-IF
               CLOSE CONTROLE
           END-IF

           IF CTL-DELIMITADOR = SPACE
              OR CTL-DELIMITADOR = LOW-VALUE
               MOVE ";" TO CTL-DELIMITADOR
           END-IF.

       EMITE-MAPA.

      * O ano letivo do mes pedido: de setembro em diante e o ano
      * civil, antes de setembro o anterior.
           MOVE WS-MP-ANO TO WS-ANO-LETIVO
           IF WS-MP-MES < 9
               SUBTRACT 1 FROM WS-ANO-LETIVO
           END-IF

           PERFORM CARREGA-ATRIBUICOES

           OPEN INPUT AULAS
           IF WS-FS-AULAS NOT = "00"
               DISPLAY "AULAS.DAT NAO ENCONTRADO - NADA EMITIDO."
               SET RC-ERRO TO TRUE
           ELSE
               OPEN INPUT DOCENTES
               IF WS-FS-DOCENTES = "00"
                   SET WS-DOCENTES-DISPONIVEL TO TRUE
               END-IF

               OPEN OUTPUT LISTAGEM
               OPEN OUTPUT SEMDOCENTE
               OPEN OUTPUT SALARIOS
               PERFORM INICIA-LISTAGENS

               SORT ORDENACAO
                   ON ASCENDING KEY SRT-DOCENTE SRT-DATA SRT-TURMA
                   INPUT PROCEDURE IS SELECIONA-AULAS
                   OUTPUT PROCEDURE IS EMITE-DOCENTES

               PERFORM TERMINA-LISTAGENS
               CLOSE AULAS LISTAGEM SEMDOCENTE SALARIOS
               IF WS-DOCENTES-DISPONIVEL
                   CLOSE DOCENTES
               END-IF

               DISPLAY " "
               DISPLAY "DOCENTES NO MAPA      : " WS-TOT-DOCENTES
               DISPLAY "AULAS ATRIBUIDAS      : " WS-TOT-AULAS
               DISPLAY "AULAS NAO DADAS       : " WS-TOT-NAO-DADAS
               DISPLAY "AULAS SEM DOCENTE     : " WS-TOT-SEM-DOCENTE
               IF WS-TOT-SEM-DOCENTE > ZERO
                   DISPLAY "VER AULASSEM.LIS - ESTAS AULAS NAO "
                           "ENTRAM NOS SALARIOS."
                   SET RC-AVISO TO TRUE
               END-IF

               MOVE "AULASDOC" TO SPL-RELATORIO
               MOVE "AULASDOC.LIS" TO SPL-FICHEIRO
               PERFORM ENVIA-AO-SPOOL
               MOVE "AULASSEM" TO SPL-RELATORIO
               MOVE "AULASSEM.LIS" TO SPL-FICHEIRO
               PERFORM ENVIA-AO-SPOOL
           END-IF.

       CARREGA-ATRIBUICOES.

           MOVE ZEROS TO WS-ATR-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ATRIBUICOES
           IF WS-FS-ATRIBUICOES NOT = "00"
               DISPLAY "AVISO: ATRIBUICOES.DAT NAO ENCONTRADO - SO "
                       "AS SUBSTITUICOES TEM DOCENTE."
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

           IF ATR-ANO-LETIVO = WS-ANO-LETIVO
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

       LOCALIZA-ATRIBUICAO.

           CONTINUE.

       INICIA-LISTAGENS.

           MOVE SPACES TO WS-LINHA
           STRING "MAPA DE AULAS DADAS POR DOCENTE - MES "
                  WS-MES-PEDIDO (5: 2) "/" WS-MES-PEDIDO (1: 4)
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA-SEM
           STRING "AULAS SEM DOCENTE ATRIBUIDO - MES "
                  WS-MES-PEDIDO (5: 2) "/" WS-MES-PEDIDO (1: 4)
               DELIMITED BY SIZE INTO WS-LINHA-SEM
           END-STRING
           PERFORM EMITE-LINHA-SEM
           MOVE ALL "=" TO WS-LINHA-SEM
           PERFORM EMITE-LINHA-SEM

           PERFORM INICIA-LINHA
           MOVE "DOCENTE" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE "NOME" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE "MES" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE "AULAS" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE "SUBSTITUICOES" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           PERFORM GRAVA-LINHA-CSV.

       TERMINA-LISTAGENS.

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           IF WS-TOT-DOCENTES = ZERO
               MOVE "  (SEM AULAS ATRIBUIDAS NO MES)" TO WS-LINHA
           ELSE
               STRING "TOTAL: " WS-TOT-DOCENTES " DOCENTES, "
                      WS-TOT-AULAS " AULAS"
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
           END-IF
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA-SEM
           PERFORM EMITE-LINHA-SEM
           IF WS-TOT-SEM-DOCENTE = ZERO
               MOVE "  (TODAS AS AULAS DO MES TEM DOCENTE)"
                   TO WS-LINHA-SEM
           ELSE
               STRING "TOTAL: " WS-TOT-SEM-DOCENTE
                      " AULAS SEM DOCENTE"
                   DELIMITED BY SIZE INTO WS-LINHA-SEM
               END-STRING
           END-IF
           PERFORM EMITE-LINHA-SEM

           PERFORM INICIA-LINHA
           MOVE "TRAILER" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE WS-TOT-DOCENTES TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE WS-TOT-AULAS TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           PERFORM GRAVA-LINHA-CSV.

       EMITE-LINHA.

           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

       EMITE-LINHA-SEM.

           MOVE WS-LINHA-SEM TO FD-SEMDOCENTE-REG
           WRITE FD-SEMDOCENTE-REG.

      * -------- montagem generica da linha delimitada ----------
       INICIA-LINHA.

           MOVE SPACES TO WS-LINHA-CSV
           MOVE 1 TO WS-PONTEIRO
           MOVE 'S' TO WS-PRIMEIRO.

       ANEXA-CAMPO.

           PERFORM APARA-CAMPO

           IF WS-PRIMEIRO = 'N'
               STRING CTL-DELIMITADOR DELIMITED BY SIZE
                   INTO WS-LINHA-CSV
                   WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF
           MOVE 'N' TO WS-PRIMEIRO

           IF WS-CAMPO-LEN > ZERO
               STRING WS-CAMPO (1: WS-CAMPO-LEN)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CSV
                   WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.

       APARA-CAMPO.

           MOVE ZEROS TO WS-ESPACOS-ESQ
           INSPECT WS-CAMPO
                   TALLYING WS-ESPACOS-ESQ FOR LEADING SPACE

           IF WS-ESPACOS-ESQ > ZERO AND WS-ESPACOS-ESQ < 60
               COMPUTE WS-POS-INICIO = WS-ESPACOS-ESQ + 1
               MOVE WS-CAMPO (WS-POS-INICIO: ) TO WS-CAMPO-AUX
               MOVE WS-CAMPO-AUX TO WS-CAMPO
           END-IF

           MOVE 60 TO WS-CAMPO-LEN
           PERFORM APARA-DIREITA
               UNTIL WS-CAMPO-LEN = ZERO
                  OR WS-CAMPO (WS-CAMPO-LEN: 1) NOT = SPACE.

       APARA-DIREITA.

           SUBTRACT 1 FROM WS-CAMPO-LEN.

       GRAVA-LINHA-CSV.

           MOVE WS-LINHA-CSV TO FD-SALARIOS-REG
           WRITE FD-SALARIOS-REG.

      * Copia de uma listagem para o spool (PROGSPOOL) - sem o
      * spool ligado fica tudo como dantes.
       ENVIA-AO-SPOOL.

           MOVE SGN-OPERADOR TO SPL-OPERADOR
           MOVE 'N' TO WS-IND-SPOOL
           CALL 'PROGSPOOL' USING SPOOL-PARAMETRES
               ON EXCEPTION
                   SET WS-SPOOL-FALHOU TO TRUE
           END-CALL
           IF NOT WS-SPOOL-FALHOU AND SPL-OK
               DISPLAY SPL-FICHEIRO " CATALOGADO NO SPOOL COMO "
                       "MEMBRO " SPL-MEMBRO "."
           END-IF.

      ******************************************************************
      * SELECAO DAS AULAS DO MES - CADA AULA VAI PARA QUEM A DEU
      ******************************************************************
       SELECIONA-AULAS SECTION.
       SELECIONA-INICIO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           PERFORM LE-AULA
           PERFORM LIBERTA-AULA
               UNTIL WS-SEM-MAIS-REGISTOS.

      * Rotinas da entrada da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de SELECIONA-AULAS.
       SELECIONA-AULAS-ROTINAS SECTION.
       LE-AULA.

           READ AULAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * A aula substituida conta para o substituto; a dada, para o
      * titular da turma/disciplina; a nao dada nao conta.
       LIBERTA-AULA.

           MOVE AUL-DATA TO WS-DATA-AULA
           MOVE WS-DAU-ANO TO WS-DA-ANO
           MOVE WS-DAU-MES TO WS-DA-MES
           MOVE WS-DAU-DIA TO WS-DA-DIA

           IF WS-DATA-AAAAMMDD (1: 6) = WS-MES-PEDIDO
               EVALUATE TRUE
                   WHEN AUL-NAO-DADA
                       ADD 1 TO WS-TOT-NAO-DADAS
                   WHEN AUL-SUBSTITUIDA
                       IF AUL-SUBSTITUTO NOT NUMERIC
                          OR AUL-SUBSTITUTO = ZEROS
                           MOVE ZEROS TO SRT-DOCENTE
                           SET SRT-SEM-SUBSTITUTO TO TRUE
                       ELSE
                           MOVE AUL-SUBSTITUTO TO SRT-DOCENTE
                           SET SRT-SUBSTITUICAO TO TRUE
                       END-IF
                       PERFORM LIBERTA-REGISTO
                   WHEN OTHER
                       PERFORM LOCALIZA-ATRIBUICAO
                           VARYING WS-ATR-IDX FROM 1 BY 1
                           UNTIL WS-ATR-IDX > WS-ATR-CONT
                              OR (WS-ATR-TURMA (WS-ATR-IDX)
                                      = AUL-TURMA
                                  AND WS-ATR-MATERIA (WS-ATR-IDX)
                                      = AUL-MATERIA)
                       IF WS-ATR-IDX > WS-ATR-CONT
                           MOVE ZEROS TO SRT-DOCENTE
                           SET SRT-SEM-ATRIBUICAO TO TRUE
                       ELSE
                           MOVE WS-ATR-DOCENTE (WS-ATR-IDX)
                               TO SRT-DOCENTE
                           SET SRT-TITULAR TO TRUE
                       END-IF
                       PERFORM LIBERTA-REGISTO
               END-EVALUATE
           END-IF

           PERFORM LE-AULA.

       LIBERTA-REGISTO.

           MOVE WS-DATA-AAAAMMDD TO SRT-DATA
           MOVE AUL-TURMA        TO SRT-TURMA
           MOVE AUL-MATERIA      TO SRT-MATERIA
           RELEASE SRT-REGISTO.

      ******************************************************************
      * EMISSAO - AS AULAS CHEGAM ORDENADAS POR DOCENTE E DATA
      ******************************************************************
       EMITE-DOCENTES SECTION.
       EMITE-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           MOVE ZEROS TO WS-DOCENTE-ATUAL
           PERFORM DEVOLVE-AULA
           PERFORM TRATA-AULA-ORDENADA
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-DOCENTE-ATUAL NOT = ZEROS
               PERFORM FECHA-DOCENTE
           END-IF.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de EMITE-DOCENTES.
       EMITE-DOCENTES-ROTINAS SECTION.
       DEVOLVE-AULA.

           RETURN ORDENACAO
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
           END-RETURN.

       TRATA-AULA-ORDENADA.

           MOVE SPACES TO WS-DATA-EDIT
           STRING SRT-DATA (7: 2) "/" SRT-DATA (5: 2) "/"
                  SRT-DATA (1: 4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING

           IF SRT-DOCENTE = ZEROS
               PERFORM EMITE-SEM-DOCENTE
           ELSE
               IF SRT-DOCENTE NOT = WS-DOCENTE-ATUAL
                   IF WS-DOCENTE-ATUAL NOT = ZEROS
                       PERFORM FECHA-DOCENTE
                   END-IF
                   PERFORM ABRE-DOCENTE
               END-IF
               PERFORM EMITE-AULA-DOCENTE
           END-IF

           PERFORM DEVOLVE-AULA.

       EMITE-SEM-DOCENTE.

           ADD 1 TO WS-TOT-SEM-DOCENTE

           IF SRT-SEM-SUBSTITUTO
               MOVE "SUBSTITUTO NAO INDICADO" TO WS-MOTIVO
           ELSE
               MOVE "SEM ATRIBUICAO NO ANO" TO WS-MOTIVO
           END-IF

           MOVE SPACES TO WS-LINHA-SEM
           STRING "  " WS-DATA-EDIT " " SRT-TURMA " " SRT-MATERIA
                  " " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA-SEM
           END-STRING
           PERFORM EMITE-LINHA-SEM.

       ABRE-DOCENTE.

           MOVE SRT-DOCENTE TO WS-DOCENTE-ATUAL
           MOVE ZEROS TO WS-RES-AULAS WS-RES-SUBST
           ADD 1 TO WS-TOT-DOCENTES

           MOVE "(DOCENTE SEM REGISTO NO MESTRE)" TO WS-NOME-DOCENTE
           IF WS-DOCENTES-DISPONIVEL
               MOVE SRT-DOCENTE TO DOC-NUMERO
               READ DOCENTES
               IF WS-FS-DOCENTES = "00"
                   MOVE DOC-NOME TO WS-NOME-DOCENTE
               END-IF
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "DOCENTE " WS-DOCENTE-ATUAL " " WS-NOME-DOCENTE
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE "  DATA       TURMA DISCIPLINA" TO WS-LINHA
           PERFORM EMITE-LINHA.

       EMITE-AULA-DOCENTE.

           ADD 1 TO WS-RES-AULAS
           IF SRT-SUBSTITUICAO
               ADD 1 TO WS-RES-SUBST
               MOVE "SUBSTITUICAO" TO WS-MARCA-SUBST
           ELSE
               MOVE SPACES TO WS-MARCA-SUBST
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "  " WS-DATA-EDIT " " SRT-TURMA " " SRT-MATERIA
                  " " WS-MARCA-SUBST
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       FECHA-DOCENTE.

           MOVE SPACES TO WS-LINHA
           STRING "  TOTAL DE AULAS DADAS: " WS-RES-AULAS
                  "  (DAS QUAIS EM SUBSTITUICAO: " WS-RES-SUBST ")"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           ADD WS-RES-AULAS TO WS-TOT-AULAS

           PERFORM INICIA-LINHA
           MOVE WS-DOCENTE-ATUAL TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE WS-NOME-DOCENTE TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE WS-MES-PEDIDO TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE WS-RES-AULAS TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE WS-RES-SUBST TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           PERFORM GRAVA-LINHA-CSV.
       END PROGRAM PROGAULASDOC.
