      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: RELATORIO DE CARGA HORARIA CUMPRIDA POR TURMA - AULAS
      *          PREVISTAS PELO HORARIO NO CALENDARIO ESCOLAR, AULAS
      *          DADAS E CARGA OBRIGATORIA DA DISCIPLINA, COM AS
      *          DISCIPLINAS ATRASADAS NO FIM DE CADA PERIODO.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. A direcao tem de provar a inspecao
      *            que cada disciplina cumpriu a carga letiva do seu
      *            nivel de ensino. Para a data de referencia pedida
      *            (ENTER = hoje) e o ano letivo do calendario escolar
      *            (PROGPERIODO), por turma (TURMAS.DAT) e
      *            disciplina:
      *              PREVISTAS - os tempos semanais de HORARIOS.DAT
      *                          vezes os dias com aulas do ano
      *                          (calendario sem interrupcoes,
      *                          PROGDIAUTIL sem fins de semana nem
      *                          feriados)
      *              DADAS     - as aulas de AULAS.DAT do ano (as
      *                          NAO DADAS nao contam)
      *              OBRIGAT.  - a carga anual do nivel da turma no
      *                          mestre de disciplinas (DIS-CARGA)
      *            No fim de cada periodo ja terminado e na data de
      *            referencia a disciplina fica ATRASADA quando as
      *            aulas dadas ficam abaixo do ritmo exigido - a carga
      *            obrigatoria na proporcao das aulas previstas ate
      *            ai (sem carga definida, as proprias previstas).
      *            Sai CARGA.LIS, copiado para o spool; havendo
      *            atrasos o programa termina com aviso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCARGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS      ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURMAS.
           SELECT HORARIOS    ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HORARIOS.
           SELECT AULAS       ASSIGN TO "AULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AULAS.
           SELECT DISCIPLINAS ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DISCIPLINAS.
           SELECT LISTAGEM    ASSIGN TO "CARGA.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS.
       COPY "TURREG.cpy" REPLACING NIVEL-TUR BY 01
                                   CAMPO-TUR-REG BY FD-TURMA-REG.

       FD  HORARIOS.
       COPY "HORREG.cpy" REPLACING NIVEL-HOR BY 01
                                   CAMPO-HOR-REG BY FD-HORARIO-REG.

       FD  AULAS.
       COPY "AULREG.cpy" REPLACING NIVEL-AUL BY 01
                                   CAMPO-AUL-REG BY FD-AULA-REG.

       FD  DISCIPLINAS.
       COPY "DISREG.cpy" REPLACING NIVEL-DIS BY 01
                                   CAMPO-DIS-REG BY FD-DISCIPLINA-REG.

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "RETCOD.cpy".

       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-HORARIOS           PIC X(02) VALUE ZEROS.
       01 WS-FS-AULAS              PIC X(02) VALUE ZEROS.
       01 WS-FS-DISCIPLINAS        PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-REF              PIC 9(08) VALUE ZEROS.
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.

      * Ano letivo da data de referencia, do calendario escolar.
       01 WS-ANO-LETIVO            PIC 9(04) VALUE ZEROS.
       01 WS-INICIO-ANO            PIC 9(08) VALUE ZEROS.
       01 WS-FIM-ANO               PIC 9(08) VALUE ZEROS.
       01 WS-CALENDARIO-ACHADO     PIC X VALUE 'N'.
           88 WS-HA-CALENDARIO            VALUE 'S'.

      * Fim de cada periodo do ano (zero = periodo sem registo).
       01 WS-PER-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-PER-TAB OCCURS 3 TIMES.
           03 WS-PER-FIM               PIC 9(08).

      * Dias com aulas por dia da semana (1=SEGUNDA ... 7): no ano,
      * ate a data de referencia e ate ao fim de cada periodo.
       01 WS-DIA                   PIC 9(08) VALUE ZEROS.
       01 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       01 WS-SEM-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-DIAS-TAB OCCURS 7 TIMES.
           03 WS-DIAS-ANO              PIC 9(03).
           03 WS-DIAS-REF              PIC 9(03).
           03 WS-DIAS-PER              PIC 9(03) OCCURS 3 TIMES.
       01 WS-TOT-DIAS-ANO          PIC 9(03) VALUE ZEROS.
       01 WS-TOT-DIAS-REF          PIC 9(03) VALUE ZEROS.
       01 WS-TOT-DIAS-PER          PIC 9(03) OCCURS 3 TIMES.

      * Turmas do mestre em memoria.
       01 WS-TUR-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-TUR-MAX               PIC 9(03) VALUE 100.
       01 WS-TUR-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-TUR-TAB OCCURS 100 TIMES.
           03 WS-TUR-CODIGO            PIC X(05).
           03 WS-TUR-DESCRICAO         PIC X(30).
           03 WS-TUR-NIVEL             PIC X(02).

      * Disciplinas do mestre em memoria, com a carga por nivel.
       01 WS-DSC-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-DSC-MAX               PIC 9(03) VALUE 100.
       01 WS-DSC-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-DSC-USO               PIC 9(03) VALUE ZEROS.
       01 WS-DSC-TAB OCCURS 100 TIMES.
           03 WS-DSC-CODIGO            PIC X(08).
           03 WS-DSC-NOME              PIC X(30).
           03 WS-DSC-CARGAS.
               05 WS-DSC-CARGA         OCCURS 8 TIMES.
                   07 WS-DSC-CARGA-NIVEL   PIC X(02).
                   07 WS-DSC-CARGA-AULAS   PIC 9(03).
       01 WS-CARGA-IDX             PIC 9(01) VALUE ZEROS.

      * Acumuladores por turma/disciplina.
       01 WS-CRG-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-CRG-MAX               PIC 9(03) VALUE 300.
       01 WS-CRG-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-CRG-USO               PIC 9(03) VALUE ZEROS.
       01 WS-CRG-TAB OCCURS 300 TIMES.
           03 WS-CG-TURMA              PIC X(05).
           03 WS-CG-MATERIA            PIC A(30).
           03 WS-CG-TEMPOS             PIC 9(02).
           03 WS-CG-PREV-ANO           PIC 9(04).
           03 WS-CG-PREV-REF           PIC 9(04).
           03 WS-CG-DADAS-REF          PIC 9(04).
           03 WS-CG-PER OCCURS 3 TIMES.
               05 WS-CG-PREV-PER           PIC 9(04).
               05 WS-CG-DADAS-PER          PIC 9(04).
           03 WS-CG-EMITIDA            PIC X(01).

       01 WS-CRG-ACHADA            PIC X VALUE 'N'.
           88 WS-CRG-ENCONTRADA           VALUE 'S'.
       01 WS-CHAVE-TURMA           PIC X(05) VALUE SPACES.
       01 WS-CHAVE-MATERIA         PIC A(30) VALUE SPACES.

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
       01 WS-DATA-AULA-NUM         PIC 9(08) VALUE ZEROS.

      * Linha em emissao.
       01 WS-NIVEL-ATUAL           PIC X(02) VALUE SPACES.
       01 WS-NOME-DISCIPLINA       PIC X(30) VALUE SPACES.
       01 WS-OBRIGATORIAS          PIC 9(04) VALUE ZEROS.
       01 WS-PREV-PONTO            PIC 9(04) VALUE ZEROS.
       01 WS-DADAS-PONTO           PIC 9(04) VALUE ZEROS.
       01 WS-DIAS-PONTO            PIC 9(03) VALUE ZEROS.
       01 WS-RITMO                 PIC 9(04) VALUE ZEROS.
       01 WS-ROTULO-PONTO          PIC X(30) VALUE SPACES.
       01 WS-SITUACAO-PONTO        PIC X(08) VALUE SPACES.
       01 WS-LINHA-ATRASADA        PIC X VALUE 'N'.
           88 WS-DISCIPLINA-ATRASADA      VALUE 'S'.
       01 WS-TURMA-TEM-LINHAS      PIC X VALUE 'N'.
           88 WS-HA-LINHAS-DA-TURMA       VALUE 'S'.

       01 WS-ED-TEMPOS             PIC Z9.
       01 WS-ED-PREV               PIC ZZZ9.
       01 WS-ED-OBRIG              PIC ZZZ9.
       01 WS-ED-DADAS              PIC ZZZ9.
       01 WS-ED-RITMO              PIC ZZZ9.

       01 WS-TOT-LINHAS            PIC 9(04) VALUE ZEROS.
       01 WS-TOT-ATRASADAS         PIC 9(04) VALUE ZEROS.
       01 WS-TOT-SEM-CARGA         PIC 9(04) VALUE ZEROS.
       01 WS-LINHA                 PIC X(80) VALUE SPACES.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.
       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       01 PERIODO-PARAMETRES.
           02 CE-FUNCAO                PIC X(01).
               88 CE-POR-DATA                 VALUE 'D'.
               88 CE-POR-PERIODO              VALUE 'P'.
           02 CE-DATA                  PIC 9(08).
           02 CE-ANO-LETIVO            PIC 9(04).
           02 CE-PERIODO               PIC 9(01).
           02 CE-INICIO-ANO            PIC 9(08).
           02 CE-FIM-ANO               PIC 9(08).
           02 CE-INICIO-PERIODO        PIC 9(08).
           02 CE-FIM-PERIODO           PIC 9(08).
           02 CE-SITUACAO              PIC X(01).
               88 CE-EM-AULAS                 VALUE 'A'.
               88 CE-EM-INTERRUPCAO           VALUE 'I'.
               88 CE-FORA-DO-ANO              VALUE 'F'.
           02 CE-DESCRICAO             PIC X(30).
           02 CE-RESULTADO             PIC X(01).
               88 CE-OK                       VALUE 'S'.
               88 CE-SEM-CALENDARIO           VALUE 'N'.
               88 CE-SEM-FICHEIRO             VALUE 'F'.

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

       01 DATAS-PARAMETRES.
           02 DT-FUNCAO                PIC X(01).
           02 DT-DATA1                 PIC 9(08).
           02 DT-DATA2                 PIC 9(08).
           02 DT-DIAS                  PIC S9(05).
           02 DT-DIA-SEMANA            PIC 9(01).
           02 DT-RESULTADO             PIC X(01).
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

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
           DISPLAY "*   CARGA HORARIA CUMPRIDA POR TURMA      *"
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
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, ENTER = HOJE): "
           MOVE ZEROS TO WS-DATA-REF
           ACCEPT WS-DATA-REF
           IF WS-DATA-REF = ZEROS
               MOVE WS-DATA-SISTEMA TO WS-DATA-REF
           END-IF

           PERFORM APURA-CALENDARIO

           IF NOT WS-HA-CALENDARIO
               DISPLAY "SEM CALENDARIO ESCOLAR PARA " WS-DATA-REF
                       " - REGISTE-O NO PROGCALESCOLAR. NADA "
                       "EMITIDO."
               SET RC-ERRO TO TRUE
           ELSE
               DISPLAY "ANO LETIVO " WS-ANO-LETIVO ": "
                       WS-INICIO-ANO " A " WS-FIM-ANO
               PERFORM CONTA-DIAS-LETIVOS
               PERFORM CARREGA-TURMAS
               PERFORM CARREGA-DISCIPLINAS
               PERFORM ACUMULA-HORARIO
               PERFORM ACUMULA-AULAS
               PERFORM EMITE-RELATORIO
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      * O ano letivo e o da data de referencia no calendario escolar;
      * os periodos sem registo ficam com o fim a zero.
       APURA-CALENDARIO.

           MOVE 'N' TO WS-CALENDARIO-ACHADO
           MOVE 'D' TO CE-FUNCAO
           MOVE WS-DATA-REF TO CE-DATA
           PERFORM CHAMA-PERIODO

           IF NOT WS-CHAMADA-FALHOU AND CE-OK
               SET WS-HA-CALENDARIO TO TRUE
               MOVE CE-ANO-LETIVO TO WS-ANO-LETIVO
               MOVE CE-INICIO-ANO TO WS-INICIO-ANO
               MOVE CE-FIM-ANO    TO WS-FIM-ANO
               PERFORM APURA-FIM-PERIODO
                   VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 3
           END-IF.

       APURA-FIM-PERIODO.

           MOVE ZEROS TO WS-PER-FIM (WS-PER-IDX)
           MOVE 'P' TO CE-FUNCAO
           MOVE WS-ANO-LETIVO TO CE-ANO-LETIVO
           MOVE WS-PER-IDX TO CE-PERIODO
           PERFORM CHAMA-PERIODO

           IF NOT WS-CHAMADA-FALHOU AND CE-OK
               MOVE CE-FIM-PERIODO TO WS-PER-FIM (WS-PER-IDX)
           END-IF.

       CHAMA-PERIODO.

           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGPERIODO' USING PERIODO-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL.

      * Percorre o ano letivo dia a dia: conta como dia com aulas o
      * dia util (PROGDIAUTIL) que o calendario da em aulas.
       CONTA-DIAS-LETIVOS.

           INITIALIZE WS-DIAS-TAB (1) WS-DIAS-TAB (2) WS-DIAS-TAB (3)
                      WS-DIAS-TAB (4) WS-DIAS-TAB (5) WS-DIAS-TAB (6)
                      WS-DIAS-TAB (7)
           MOVE ZEROS TO WS-TOT-DIAS-ANO WS-TOT-DIAS-REF
                         WS-TOT-DIAS-PER (1) WS-TOT-DIAS-PER (2)
                         WS-TOT-DIAS-PER (3)

           MOVE WS-INICIO-ANO TO WS-DIA
           MOVE 'N' TO WS-IND-CHAMADA
           PERFORM CONTA-DIA
               UNTIL WS-DIA > WS-FIM-ANO
                  OR WS-CHAMADA-FALHOU

           IF WS-CHAMADA-FALHOU
               DISPLAY "AVISO: FALHOU O CALCULO DE DATAS - DIAS "
                       "LETIVOS CONTADOS ATE " WS-DIA "."
           END-IF

           DISPLAY "DIAS COM AULAS NO ANO: " WS-TOT-DIAS-ANO
                   "  ATE A DATA: " WS-TOT-DIAS-REF.

       CONTA-DIA.

           MOVE 'E' TO DU-FUNCAO
           MOVE WS-DIA TO DU-DATA
           CALL 'PROGDIAUTIL' USING DIAUTIL-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND DU-OK AND DU-UTIL
               MOVE 'D' TO CE-FUNCAO
               MOVE WS-DIA TO CE-DATA
               PERFORM CHAMA-PERIODO
               IF NOT WS-CHAMADA-FALHOU AND CE-OK AND CE-EM-AULAS
                  AND CE-ANO-LETIVO = WS-ANO-LETIVO
                   PERFORM SOMA-DIA-LETIVO
               END-IF
           END-IF

           IF NOT WS-CHAMADA-FALHOU
               MOVE 'S' TO DT-FUNCAO
               MOVE WS-DIA TO DT-DATA1
               MOVE 1 TO DT-DIAS
               CALL 'PROGDATAS' USING DATAS-PARAMETRES
                   ON EXCEPTION
                       SET WS-CHAMADA-FALHOU TO TRUE
               END-CALL
               IF NOT WS-CHAMADA-FALHOU AND DT-OK
                   MOVE DT-DATA2 TO WS-DIA
               ELSE
                   SET WS-CHAMADA-FALHOU TO TRUE
               END-IF
           END-IF.

       SOMA-DIA-LETIVO.

           MOVE 'W' TO DT-FUNCAO
           MOVE WS-DIA TO DT-DATA1
           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND DT-OK
               MOVE DT-DIA-SEMANA TO WS-DIA-SEMANA
               ADD 1 TO WS-DIAS-ANO (WS-DIA-SEMANA) WS-TOT-DIAS-ANO
               IF WS-DIA <= WS-DATA-REF
                   ADD 1 TO WS-DIAS-REF (WS-DIA-SEMANA)
                            WS-TOT-DIAS-REF
               END-IF
               PERFORM SOMA-DIA-PERIODO
                   VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 3
           END-IF.

       SOMA-DIA-PERIODO.

           IF WS-PER-FIM (WS-PER-IDX) NOT = ZEROS
              AND WS-DIA <= WS-PER-FIM (WS-PER-IDX)
               ADD 1 TO WS-DIAS-PER (WS-DIA-SEMANA, WS-PER-IDX)
                        WS-TOT-DIAS-PER (WS-PER-IDX)
           END-IF.

       CARREGA-TURMAS.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TURMAS
           IF WS-FS-TURMAS NOT = "00"
               DISPLAY "AVISO: TURMAS.DAT NAO ENCONTRADO - SEM "
                       "NIVEL DE ENSINO NEM CARGA OBRIGATORIA."
           ELSE
               PERFORM LE-TURMA
               PERFORM GUARDA-TURMA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE TURMAS
           END-IF.

       LE-TURMA.

           READ TURMAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-TURMA.

           IF WS-TUR-CONT < WS-TUR-MAX
               ADD 1 TO WS-TUR-CONT
               MOVE TUR-CODIGO    TO WS-TUR-CODIGO (WS-TUR-CONT)
               MOVE TUR-DESCRICAO TO WS-TUR-DESCRICAO (WS-TUR-CONT)
               MOVE TUR-NIVEL-ENSINO
                    TO WS-TUR-NIVEL (WS-TUR-CONT)
           ELSE
               DISPLAY "AVISO: LIMITE DE TURMAS EM MEMORIA "
                       "ATINGIDO - RELATORIO INCOMPLETO."
           END-IF

           PERFORM LE-TURMA.

       CARREGA-DISCIPLINAS.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT DISCIPLINAS
           IF WS-FS-DISCIPLINAS NOT = "00"
               DISPLAY "AVISO: DISCIPLINAS.DAT NAO ENCONTRADO - SEM "
                       "CARGA OBRIGATORIA."
           ELSE
               PERFORM LE-DISCIPLINA
               PERFORM GUARDA-DISCIPLINA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE DISCIPLINAS
           END-IF.

       LE-DISCIPLINA.

           READ DISCIPLINAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-DISCIPLINA.

           IF WS-DSC-CONT < WS-DSC-MAX
               ADD 1 TO WS-DSC-CONT
               MOVE DIS-CODIGO TO WS-DSC-CODIGO (WS-DSC-CONT)
               MOVE DIS-NOME   TO WS-DSC-NOME (WS-DSC-CONT)
               MOVE DIS-CARGAS TO WS-DSC-CARGAS (WS-DSC-CONT)
           ELSE
               DISPLAY "AVISO: LIMITE DE DISCIPLINAS EM MEMORIA "
                       "ATINGIDO."
           END-IF

           PERFORM LE-DISCIPLINA.

      * Cada tempo semanal do horario da uma aula prevista por cada
      * dia com aulas desse dia da semana.
       ACUMULA-HORARIO.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS NOT = "00"
               DISPLAY "AVISO: HORARIOS.DAT NAO ENCONTRADO - SEM "
                       "AULAS PREVISTAS."
           ELSE
               PERFORM LE-HORARIO
               PERFORM CONTA-TEMPO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE HORARIOS
           END-IF.

       LE-HORARIO.

           READ HORARIOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       CONTA-TEMPO.

           IF HOR-DIA-SEMANA NUMERIC
              AND HOR-DIA-SEMANA >= 1 AND HOR-DIA-SEMANA <= 7
               MOVE HOR-TURMA   TO WS-CHAVE-TURMA
               MOVE HOR-MATERIA TO WS-CHAVE-MATERIA
               PERFORM PROCURA-LINHA
               IF WS-CRG-USO > ZERO
                   MOVE HOR-DIA-SEMANA TO WS-SEM-IDX
                   ADD 1 TO WS-CG-TEMPOS (WS-CRG-USO)
                   ADD WS-DIAS-ANO (WS-SEM-IDX)
                       TO WS-CG-PREV-ANO (WS-CRG-USO)
                   ADD WS-DIAS-REF (WS-SEM-IDX)
                       TO WS-CG-PREV-REF (WS-CRG-USO)
                   PERFORM SOMA-TEMPO-PERIODO
                       VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > 3
               END-IF
           END-IF

           PERFORM LE-HORARIO.

       SOMA-TEMPO-PERIODO.

           ADD WS-DIAS-PER (WS-SEM-IDX, WS-PER-IDX)
               TO WS-CG-PREV-PER (WS-CRG-USO, WS-PER-IDX).

      * Aulas dadas no ano letivo ate a data de referencia; uma aula
      * sem tempo no horario tambem conta (a linha nasce aqui).
       ACUMULA-AULAS.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT AULAS
           IF WS-FS-AULAS NOT = "00"
               DISPLAY "AVISO: AULAS.DAT NAO ENCONTRADO - SEM AULAS "
                       "DADAS (REGISTE-AS NO PROGAULAS)."
           ELSE
               PERFORM LE-AULA
               PERFORM CONTA-AULA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE AULAS
           END-IF.

       LE-AULA.

           READ AULAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       CONTA-AULA.

           MOVE AUL-DATA TO WS-DATA-AULA
           MOVE WS-DAU-ANO TO WS-DA-ANO
           MOVE WS-DAU-MES TO WS-DA-MES
           MOVE WS-DAU-DIA TO WS-DA-DIA

           IF NOT AUL-NAO-DADA AND WS-DATA-AAAAMMDD NUMERIC
               MOVE WS-DATA-AAAAMMDD TO WS-DATA-AULA-NUM
               IF WS-DATA-AULA-NUM >= WS-INICIO-ANO
                  AND WS-DATA-AULA-NUM <= WS-FIM-ANO
                  AND WS-DATA-AULA-NUM <= WS-DATA-REF
                   MOVE AUL-TURMA   TO WS-CHAVE-TURMA
                   MOVE AUL-MATERIA TO WS-CHAVE-MATERIA
                   PERFORM PROCURA-LINHA
                   IF WS-CRG-USO > ZERO
                       ADD 1 TO WS-CG-DADAS-REF (WS-CRG-USO)
                       PERFORM SOMA-AULA-PERIODO
                           VARYING WS-PER-IDX FROM 1 BY 1
                           UNTIL WS-PER-IDX > 3
                   END-IF
               END-IF
           END-IF

           PERFORM LE-AULA.

       SOMA-AULA-PERIODO.

           IF WS-PER-FIM (WS-PER-IDX) NOT = ZEROS
              AND WS-DATA-AULA-NUM <= WS-PER-FIM (WS-PER-IDX)
               ADD 1 TO WS-CG-DADAS-PER (WS-CRG-USO, WS-PER-IDX)
           END-IF.

       PROCURA-LINHA.

           MOVE 'N'  TO WS-CRG-ACHADA
           MOVE ZERO TO WS-CRG-USO

           PERFORM VERIFICA-LINHA-TAB
               VARYING WS-CRG-IDX FROM 1 BY 1
               UNTIL WS-CRG-IDX > WS-CRG-CONT OR WS-CRG-ENCONTRADA

           IF NOT WS-CRG-ENCONTRADA
               IF WS-CRG-CONT < WS-CRG-MAX
                   ADD 1 TO WS-CRG-CONT
                   MOVE WS-CRG-CONT TO WS-CRG-USO
                   INITIALIZE WS-CRG-TAB (WS-CRG-USO)
                   MOVE WS-CHAVE-TURMA
                        TO WS-CG-TURMA (WS-CRG-USO)
                   MOVE WS-CHAVE-MATERIA
                        TO WS-CG-MATERIA (WS-CRG-USO)
                   MOVE 'N' TO WS-CG-EMITIDA (WS-CRG-USO)
               ELSE
                   DISPLAY "AVISO: LIMITE DE TURMAS/DISCIPLINAS DO "
                           "RELATORIO ATINGIDO."
               END-IF
           END-IF.

       VERIFICA-LINHA-TAB.

           IF WS-CG-TURMA (WS-CRG-IDX) = WS-CHAVE-TURMA
              AND WS-CG-MATERIA (WS-CRG-IDX) = WS-CHAVE-MATERIA
               SET WS-CRG-ENCONTRADA TO TRUE
               MOVE WS-CRG-IDX TO WS-CRG-USO
           END-IF.

      ******************************************************************
      * EMISSAO - TURMA A TURMA, PELA ORDEM DO MESTRE; NO FIM AS
      * TURMAS DO HORARIO OU DAS AULAS QUE O MESTRE NAO TEM.
      ******************************************************************
       EMITE-RELATORIO.

           OPEN OUTPUT LISTAGEM

           MOVE WS-DATA-REF TO WS-DIA
           PERFORM EDITA-DATA
           MOVE SPACES TO WS-LINHA
           STRING "CARGA HORARIA CUMPRIDA - ANO LETIVO "
                  WS-ANO-LETIVO " - DATA DE REFERENCIA "
                  WS-DATA-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA

           PERFORM EMITE-TURMA
               VARYING WS-TUR-IDX FROM 1 BY 1
               UNTIL WS-TUR-IDX > WS-TUR-CONT

           MOVE 'N' TO WS-TURMA-TEM-LINHAS
           MOVE SPACES TO WS-NIVEL-ATUAL
           PERFORM EMITE-LINHA-SEM-TURMA
               VARYING WS-CRG-IDX FROM 1 BY 1
               UNTIL WS-CRG-IDX > WS-CRG-CONT

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           IF WS-TOT-LINHAS = ZERO
               MOVE "  (SEM HORARIO NEM AULAS NO ANO LETIVO)"
                   TO WS-LINHA
           ELSE
               STRING "TOTAL: " WS-TOT-LINHAS
                      " DISCIPLINAS/TURMA, " WS-TOT-ATRASADAS
                      " ATRASADAS, " WS-TOT-SEM-CARGA
                      " SEM CARGA DEFINIDA"
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
           END-IF
           PERFORM EMITE-LINHA

           CLOSE LISTAGEM

           DISPLAY " "
           DISPLAY "DISCIPLINAS/TURMA     : " WS-TOT-LINHAS
           DISPLAY "ATRASADAS             : " WS-TOT-ATRASADAS
           DISPLAY "SEM CARGA DEFINIDA    : " WS-TOT-SEM-CARGA
           IF WS-TOT-ATRASADAS > ZERO
               DISPLAY "VER CARGA.LIS - HA DISCIPLINAS ABAIXO DO "
                       "RITMO EXIGIDO."
               SET RC-AVISO TO TRUE
           END-IF

           MOVE "CARGA" TO SPL-RELATORIO
           MOVE "CARGA.LIS" TO SPL-FICHEIRO
           PERFORM ENVIA-AO-SPOOL.

       EMITE-TURMA.

           MOVE WS-TUR-NIVEL (WS-TUR-IDX) TO WS-NIVEL-ATUAL
           MOVE 'N' TO WS-TURMA-TEM-LINHAS

           PERFORM EMITE-LINHA-DA-TURMA
               VARYING WS-CRG-IDX FROM 1 BY 1
               UNTIL WS-CRG-IDX > WS-CRG-CONT.

       EMITE-LINHA-DA-TURMA.

           IF WS-CG-TURMA (WS-CRG-IDX) = WS-TUR-CODIGO (WS-TUR-IDX)
              AND WS-CG-EMITIDA (WS-CRG-IDX) = 'N'
               IF NOT WS-HA-LINHAS-DA-TURMA
                   SET WS-HA-LINHAS-DA-TURMA TO TRUE
                   MOVE SPACES TO WS-LINHA
                   PERFORM EMITE-LINHA
                   STRING "TURMA " WS-TUR-CODIGO (WS-TUR-IDX) " "
                          WS-TUR-DESCRICAO (WS-TUR-IDX)
                          " NIVEL " WS-NIVEL-ATUAL
                       DELIMITED BY SIZE INTO WS-LINHA
                   END-STRING
                   PERFORM EMITE-LINHA
                   PERFORM EMITE-CABECALHO
               END-IF
               PERFORM EMITE-DISCIPLINA
           END-IF.

       EMITE-LINHA-SEM-TURMA.

           IF WS-CG-EMITIDA (WS-CRG-IDX) = 'N'
               IF NOT WS-HA-LINHAS-DA-TURMA
                   SET WS-HA-LINHAS-DA-TURMA TO TRUE
                   MOVE SPACES TO WS-LINHA
                   PERFORM EMITE-LINHA
                   MOVE "TURMAS SEM REGISTO EM TURMAS.DAT (SEM NIVEL "
                        & "DE ENSINO)" TO WS-LINHA
                   PERFORM EMITE-LINHA
                   PERFORM EMITE-CABECALHO
               END-IF
               PERFORM EMITE-DISCIPLINA
           END-IF.

       EMITE-CABECALHO.

           MOVE "  TURMA DISCIPLINA                     TEMPOS PREV.ANO"
               & " OBRIGAT." TO WS-LINHA
           PERFORM EMITE-LINHA.

      * Uma disciplina da turma: o resumo do ano e, por baixo, a
      * situacao no fim de cada periodo terminado e na data.
       EMITE-DISCIPLINA.

           MOVE 'S' TO WS-CG-EMITIDA (WS-CRG-IDX)
           ADD 1 TO WS-TOT-LINHAS
           MOVE 'N' TO WS-LINHA-ATRASADA

           PERFORM RESOLVE-DISCIPLINA

           MOVE WS-CG-TEMPOS (WS-CRG-IDX)   TO WS-ED-TEMPOS
           MOVE WS-CG-PREV-ANO (WS-CRG-IDX) TO WS-ED-PREV
           MOVE WS-OBRIGATORIAS              TO WS-ED-OBRIG

           MOVE SPACES TO WS-LINHA
           STRING "  " WS-CG-TURMA (WS-CRG-IDX) " "
                  WS-NOME-DISCIPLINA "    " WS-ED-TEMPOS
                  "     " WS-ED-PREV "     " WS-ED-OBRIG
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           IF WS-OBRIGATORIAS = ZERO
               ADD 1 TO WS-TOT-SEM-CARGA
               MOVE "      (SEM CARGA OBRIGATORIA DEFINIDA - RITMO "
                    & "PELO HORARIO)" TO WS-LINHA
               PERFORM EMITE-LINHA
           ELSE
               IF WS-CG-PREV-ANO (WS-CRG-IDX) < WS-OBRIGATORIAS
                   MOVE "      AVISO: O HORARIO NAO CHEGA PARA A "
                        & "CARGA OBRIGATORIA" TO WS-LINHA
                   PERFORM EMITE-LINHA
               END-IF
           END-IF

           PERFORM EMITE-PONTO-PERIODO
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > 3

           MOVE WS-CG-PREV-REF (WS-CRG-IDX)  TO WS-PREV-PONTO
           MOVE WS-CG-DADAS-REF (WS-CRG-IDX) TO WS-DADAS-PONTO
           MOVE WS-TOT-DIAS-REF              TO WS-DIAS-PONTO
           MOVE WS-DATA-REF TO WS-DIA
           PERFORM EDITA-DATA
           MOVE SPACES TO WS-ROTULO-PONTO
           STRING "NA DATA " WS-DATA-EDIT
               DELIMITED BY SIZE INTO WS-ROTULO-PONTO
           END-STRING
           PERFORM EMITE-PONTO

           IF WS-DISCIPLINA-ATRASADA
               ADD 1 TO WS-TOT-ATRASADAS
           END-IF.

       RESOLVE-DISCIPLINA.

           MOVE WS-CG-MATERIA (WS-CRG-IDX) TO WS-NOME-DISCIPLINA
           MOVE ZEROS TO WS-OBRIGATORIAS
           MOVE ZEROS TO WS-DSC-USO

           PERFORM PROCURA-DISCIPLINA-TAB
               VARYING WS-DSC-IDX FROM 1 BY 1
               UNTIL WS-DSC-IDX > WS-DSC-CONT OR WS-DSC-USO > ZERO

           IF WS-DSC-USO > ZERO
               MOVE WS-DSC-NOME (WS-DSC-USO) TO WS-NOME-DISCIPLINA
               IF WS-NIVEL-ATUAL NOT = SPACES
                   PERFORM PROCURA-CARGA-NIVEL
                       VARYING WS-CARGA-IDX FROM 1 BY 1
                       UNTIL WS-CARGA-IDX > 8
                          OR WS-OBRIGATORIAS > ZERO
               END-IF
           END-IF.

       PROCURA-DISCIPLINA-TAB.

           IF WS-DSC-CODIGO (WS-DSC-IDX) = WS-CG-MATERIA (WS-CRG-IDX)
               MOVE WS-DSC-IDX TO WS-DSC-USO
           END-IF.

       PROCURA-CARGA-NIVEL.

           IF WS-DSC-CARGA-NIVEL (WS-DSC-USO, WS-CARGA-IDX)
                  = WS-NIVEL-ATUAL
              AND WS-DSC-CARGA-AULAS (WS-DSC-USO, WS-CARGA-IDX)
                  NUMERIC
               MOVE WS-DSC-CARGA-AULAS (WS-DSC-USO, WS-CARGA-IDX)
                    TO WS-OBRIGATORIAS
           END-IF.

       EMITE-PONTO-PERIODO.

           IF WS-PER-FIM (WS-PER-IDX) NOT = ZEROS
              AND WS-PER-FIM (WS-PER-IDX) <= WS-DATA-REF
               MOVE WS-CG-PREV-PER (WS-CRG-IDX, WS-PER-IDX)
                    TO WS-PREV-PONTO
               MOVE WS-CG-DADAS-PER (WS-CRG-IDX, WS-PER-IDX)
                    TO WS-DADAS-PONTO
               MOVE WS-TOT-DIAS-PER (WS-PER-IDX) TO WS-DIAS-PONTO
               MOVE WS-PER-FIM (WS-PER-IDX) TO WS-DIA
               PERFORM EDITA-DATA
               MOVE SPACES TO WS-ROTULO-PONTO
               STRING "FIM DO " WS-PER-IDX ". PERIODO " WS-DATA-EDIT
                   DELIMITED BY SIZE INTO WS-ROTULO-PONTO
               END-STRING
               PERFORM EMITE-PONTO
           END-IF.

      * Ritmo exigido num ponto do ano: a carga obrigatoria na
      * proporcao das aulas previstas ate ai (sem horario, dos dias
      * com aulas); sem carga definida, as proprias previstas.
       EMITE-PONTO.

           EVALUATE TRUE
               WHEN WS-OBRIGATORIAS = ZERO
                   MOVE WS-PREV-PONTO TO WS-RITMO
               WHEN WS-CG-PREV-ANO (WS-CRG-IDX) > ZERO
                   COMPUTE WS-RITMO ROUNDED =
                       WS-OBRIGATORIAS * WS-PREV-PONTO
                       / WS-CG-PREV-ANO (WS-CRG-IDX)
               WHEN WS-TOT-DIAS-ANO > ZERO
                   COMPUTE WS-RITMO ROUNDED =
                       WS-OBRIGATORIAS * WS-DIAS-PONTO
                       / WS-TOT-DIAS-ANO
               WHEN OTHER
                   MOVE ZEROS TO WS-RITMO
           END-EVALUATE

           IF WS-DADAS-PONTO < WS-RITMO
               MOVE "ATRASADA" TO WS-SITUACAO-PONTO
               SET WS-DISCIPLINA-ATRASADA TO TRUE
           ELSE
               MOVE "EM DIA" TO WS-SITUACAO-PONTO
           END-IF

           MOVE WS-PREV-PONTO  TO WS-ED-PREV
           MOVE WS-DADAS-PONTO TO WS-ED-DADAS
           MOVE WS-RITMO       TO WS-ED-RITMO

           MOVE SPACES TO WS-LINHA
           STRING "      " WS-ROTULO-PONTO " PREV " WS-ED-PREV
                  " DADAS " WS-ED-DADAS " EXIGIDAS " WS-ED-RITMO
                  " " WS-SITUACAO-PONTO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       EDITA-DATA.

           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-DIA (7: 2) "/" WS-DIA (5: 2) "/" WS-DIA (1: 4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING.

       EMITE-LINHA.

           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Copia da listagem para o spool (PROGSPOOL) - sem o spool
      * ligado fica so o CARGA.LIS.
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
       END PROGRAM PROGCARGA.
