      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: MANUTENCAO DO CALENDARIO ESCOLAR (CALESCOLAR.DAT) -
      *          INICIO E FIM DO ANO LETIVO, DOS PERIODOS DE
      *          AVALIACAO E DAS INTERRUPCOES LETIVAS.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. O periodo e o ano letivo correntes
      *            eram mudados a mao em CONTROLE.DAT e um periodo
      *            inteiro de notas ficou com o carimbo do periodo
      *            anterior. Este programa grava, por ano letivo, as
      *            datas do ano, dos tres periodos e das
      *            interrupcoes (layout CLEREG.cpy); o PROGPERIODO
      *            le-as e o BOLETIM, o PROGFALTAS, o PROGAULAS e o
      *            PROGFECHOPER passam a saber o periodo pela data.
      *            Um periodo tem de caber no ano e nao pode
      *            sobrepor-se a outro; uma interrupcao tem de caber
      *            no ano. Gravar um ano, periodo ou interrupcao que
      *            ja exista substitui-o. A sessao exige perfil de
      *            supervisor e cada alteracao fica em AUDIT.DAT via
      *            PROGAUDIT (tipo CALESCOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCALESCOLAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO ASSIGN TO "CALESCOLAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.
           SELECT TEMPORARIO ASSIGN TO "CALESCOLAR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TEMPORARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO.
       COPY "CLEREG.cpy" REPLACING NIVEL-CLE BY 01
                                   CAMPO-CLE-REG BY FD-CALENDARIO-REG.

       FD  TEMPORARIO.
       01  FD-TEMP-REG                 PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-FS-CALENDARIO         PIC X(02) VALUE SPACES.
       01 WS-FS-TEMPORARIO         PIC X(02) VALUE SPACES.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

      * O registo novo, montado antes de regravar o ficheiro.
       COPY "CLEREG.cpy" REPLACING NIVEL-CLE BY 01
                                   CAMPO-CLE-REG BY WS-NOVO-REG.

       01 WS-DATA-LIDA             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-BOA              PIC X VALUE 'N'.
           88 WS-DATA-VALIDA              VALUE 'S'.

       01 WS-ANO-ACHADO            PIC X VALUE 'N'.
           88 WS-ANO-EXISTE               VALUE 'S'.
       01 WS-INICIO-ANO            PIC 9(08) VALUE ZEROS.
       01 WS-FIM-ANO               PIC 9(08) VALUE ZEROS.

       01 WS-SOBREPOSICAO          PIC X VALUE 'N'.
           88 WS-PERIODO-SOBREPOSTO       VALUE 'S'.
       01 WS-PERIODO-OUTRO         PIC 9(01) VALUE ZEROS.

       01 WS-ULTIMA-INTERRUPCAO    PIC 9(01) VALUE ZEROS.
       01 WS-CHAVE-ACHADA          PIC X VALUE 'N'.
           88 WS-CHAVE-EXISTE             VALUE 'S'.

       01 WS-RETIRAR               PIC X VALUE 'N'.
           88 WS-SO-RETIRAR               VALUE 'S'.

       01 WS-CONT-LISTADOS         PIC 9(02) VALUE ZEROS.
       01 WS-CONT-COPIADOS         PIC 9(04) VALUE ZEROS.

       01 WS-DESCRICAO-TIPO        PIC X(12) VALUE SPACES.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-AUDIT             PIC X VALUE 'N'.
           88 WS-AUDIT-FALHOU             VALUE 'S'.

       01 DATAS-PARAMETRES.
           02 DT-FUNCAO                PIC X(01).
           02 DT-DATA1                 PIC 9(08).
           02 DT-DATA2                 PIC 9(08).
           02 DT-DIAS                  PIC S9(05).
           02 DT-DIA-SEMANA            PIC 9(01).
           02 DT-RESULTADO             PIC X(01).
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

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

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       01 AUDIT-PARAMETRES.
           02 AUD-PROGRAMA             PIC X(14).
           02 AUD-TIPO                 PIC X(08).
           02 AUD-OPERADOR             PIC X(08).
           02 AUD-DETALHE              PIC X(60).
           02 AUD-RESULTADO            PIC X(01).
               88 AUD-OK                      VALUE 'S'.
               88 AUD-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*     MANUTENCAO DO CALENDARIO ESCOLAR    *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-SIGNON-FALHOU OR SGN-FALHOU
                   DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                           "ENCERRADA."
               WHEN NOT SGN-SUPERVISOR
                   DISPLAY "O CALENDARIO ESCOLAR EXIGE PERFIL DE "
                           "SUPERVISOR - SESSAO ENCERRADA."
               WHEN OTHER
                   PERFORM PROCESSA-OPCAO
                       UNTIL WS-OPCAO = ZERO
           END-EVALUATE

           DISPLAY "MANUTENCAO DO CALENDARIO TERMINADA."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - DATAS DO ANO LETIVO"
           DISPLAY "  2 - DATAS DE UM PERIODO"
           DISPLAY "  3 - ACRESCENTAR INTERRUPCAO LETIVA"
           DISPLAY "  4 - RETIRAR INTERRUPCAO LETIVA"
           DISPLAY "  5 - LISTAR O CALENDARIO DE UM ANO"
           DISPLAY "  6 - CONSULTAR UMA DATA"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM GRAVA-ANO
               WHEN 2
                   PERFORM GRAVA-PERIODO
               WHEN 3
                   PERFORM ACRESCENTA-INTERRUPCAO
               WHEN 4
                   PERFORM RETIRA-INTERRUPCAO
               WHEN 5
                   PERFORM LISTA-CALENDARIO
               WHEN 6
                   PERFORM CONSULTA-DATA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      * O ano letivo e o ano civil em que comeca (2026 = 2026/27) e
      * a data de inicio tem de ser desse ano.
       GRAVA-ANO.

           MOVE SPACES TO WS-NOVO-REG
           MOVE 'A' TO CLE-TIPO OF WS-NOVO-REG
           MOVE ZERO TO CLE-NUMERO OF WS-NOVO-REG

           DISPLAY "ANO LETIVO (AAAA, ANO EM QUE COMECA): "
           ACCEPT CLE-ANO-LETIVO OF WS-NOVO-REG

           PERFORM PEDE-DATAS-NOVO-REG

           EVALUATE TRUE
               WHEN NOT WS-DATA-VALIDA
                   CONTINUE
               WHEN CLE-INICIO OF WS-NOVO-REG (1: 4)
                    NOT = CLE-ANO-LETIVO OF WS-NOVO-REG
                   DISPLAY "O ANO LETIVO " CLE-ANO-LETIVO OF WS-NOVO-REG
                           " TEM DE COMECAR NESSE ANO - NAO GRAVADO."
               WHEN OTHER
                   MOVE "ANO LETIVO" TO CLE-DESCRICAO OF WS-NOVO-REG
                   MOVE 'N' TO WS-RETIRAR
                   PERFORM REGRAVA-CALENDARIO
                   DISPLAY "ANO LETIVO GRAVADO."
                   PERFORM REGISTA-AUDITORIA
           END-EVALUATE.

       GRAVA-PERIODO.

           MOVE SPACES TO WS-NOVO-REG
           MOVE 'P' TO CLE-TIPO OF WS-NOVO-REG

           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT CLE-ANO-LETIVO OF WS-NOVO-REG
           DISPLAY "PERIODO (1 A 3): "
           ACCEPT CLE-NUMERO OF WS-NOVO-REG

           PERFORM LE-DATAS-DO-ANO

           EVALUATE TRUE
               WHEN CLE-NUMERO OF WS-NOVO-REG < 1
                 OR CLE-NUMERO OF WS-NOVO-REG > 3
                   DISPLAY "PERIODO INVALIDO."
               WHEN NOT WS-ANO-EXISTE
                   DISPLAY "GRAVE PRIMEIRO AS DATAS DO ANO LETIVO "
                           CLE-ANO-LETIVO OF WS-NOVO-REG "."
               WHEN OTHER
                   PERFORM PEDE-DATAS-NOVO-REG
                   IF WS-DATA-VALIDA
                       PERFORM VALIDA-DENTRO-DO-ANO
                   END-IF
                   IF WS-DATA-VALIDA
                       PERFORM VERIFICA-SOBREPOSICAO
                       IF WS-PERIODO-SOBREPOSTO
                           DISPLAY "SOBREPOE-SE AO PERIODO "
                                   WS-PERIODO-OUTRO " - NAO GRAVADO."
                       ELSE
                           STRING CLE-NUMERO OF WS-NOVO-REG
                                  ". PERIODO" DELIMITED BY SIZE
                               INTO CLE-DESCRICAO OF WS-NOVO-REG
                           END-STRING
                           MOVE 'N' TO WS-RETIRAR
                           PERFORM REGRAVA-CALENDARIO
                           DISPLAY "PERIODO GRAVADO."
                           PERFORM REGISTA-AUDITORIA
                       END-IF
                   END-IF
           END-EVALUATE.

      * As interrupcoes de um ano sao numeradas por ordem de
      * registo; a descricao e a que aparece aos operadores quando
      * uma aula ou falta e recusada.
       ACRESCENTA-INTERRUPCAO.

           MOVE SPACES TO WS-NOVO-REG
           MOVE 'I' TO CLE-TIPO OF WS-NOVO-REG

           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT CLE-ANO-LETIVO OF WS-NOVO-REG

           PERFORM LE-DATAS-DO-ANO

           EVALUATE TRUE
               WHEN NOT WS-ANO-EXISTE
                   DISPLAY "GRAVE PRIMEIRO AS DATAS DO ANO LETIVO "
                           CLE-ANO-LETIVO OF WS-NOVO-REG "."
               WHEN WS-ULTIMA-INTERRUPCAO = 9
                   DISPLAY "O ANO JA TEM 9 INTERRUPCOES - RETIRE "
                           "UMA PRIMEIRO."
               WHEN OTHER
                   PERFORM PEDE-DATAS-NOVO-REG
                   IF WS-DATA-VALIDA
                       PERFORM VALIDA-DENTRO-DO-ANO
                   END-IF
                   IF WS-DATA-VALIDA
                       DISPLAY "DESCRICAO (EX. NATAL, CARNAVAL): "
                       ACCEPT CLE-DESCRICAO OF WS-NOVO-REG
                       COMPUTE CLE-NUMERO OF WS-NOVO-REG =
                               WS-ULTIMA-INTERRUPCAO + 1
                       MOVE 'N' TO WS-RETIRAR
                       PERFORM REGRAVA-CALENDARIO
                       DISPLAY "INTERRUPCAO " CLE-NUMERO OF WS-NOVO-REG
                               " GRAVADA."
                       PERFORM REGISTA-AUDITORIA
                   END-IF
           END-EVALUATE.

       RETIRA-INTERRUPCAO.

           MOVE SPACES TO WS-NOVO-REG
           MOVE 'I' TO CLE-TIPO OF WS-NOVO-REG

           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT CLE-ANO-LETIVO OF WS-NOVO-REG
           DISPLAY "NUMERO DA INTERRUPCAO (VER LISTAGEM): "
           ACCEPT CLE-NUMERO OF WS-NOVO-REG

           PERFORM PROCURA-CHAVE

           IF NOT WS-CHAVE-EXISTE
               DISPLAY "INTERRUPCAO NAO ENCONTRADA."
           ELSE
               SET WS-SO-RETIRAR TO TRUE
               PERFORM REGRAVA-CALENDARIO
               DISPLAY "INTERRUPCAO RETIRADA."
               PERFORM REGISTA-AUDITORIA
           END-IF.

       PEDE-DATAS-NOVO-REG.

           DISPLAY "DATA DE INICIO (AAAAMMDD): "
           PERFORM PEDE-DATA
           MOVE WS-DATA-LIDA TO CLE-INICIO OF WS-NOVO-REG

           IF WS-DATA-VALIDA
               DISPLAY "DATA DE FIM (AAAAMMDD): "
               PERFORM PEDE-DATA
               MOVE WS-DATA-LIDA TO CLE-FIM OF WS-NOVO-REG
           END-IF

           IF WS-DATA-VALIDA
              AND CLE-FIM OF WS-NOVO-REG < CLE-INICIO OF WS-NOVO-REG
               DISPLAY "O FIM E ANTERIOR AO INICIO - NAO GRAVADO."
               MOVE 'N' TO WS-DATA-BOA
           END-IF.

      * A data e validada por PROGDATAS ('W' recusa datas
      * impossiveis), como no PROGFERIADO.
       PEDE-DATA.

           MOVE ZEROS TO WS-DATA-LIDA
           ACCEPT WS-DATA-LIDA
           SET WS-DATA-VALIDA TO TRUE

           MOVE 'W' TO DT-FUNCAO
           MOVE WS-DATA-LIDA TO DT-DATA1
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND DT-INVALIDO
               DISPLAY "DATA INVALIDA - NAO GRAVADO."
               MOVE 'N' TO WS-DATA-BOA
           END-IF.

       VALIDA-DENTRO-DO-ANO.

           IF CLE-INICIO OF WS-NOVO-REG < WS-INICIO-ANO
              OR CLE-FIM OF WS-NOVO-REG > WS-FIM-ANO
               DISPLAY "FORA DO ANO LETIVO (" WS-INICIO-ANO " A "
                       WS-FIM-ANO ") - NAO GRAVADO."
               MOVE 'N' TO WS-DATA-BOA
           END-IF.

      * Datas do ano letivo do registo novo e o numero da ultima
      * interrupcao desse ano.
       LE-DATAS-DO-ANO.

           MOVE 'N' TO WS-ANO-ACHADO
           MOVE ZEROS TO WS-INICIO-ANO WS-FIM-ANO
                         WS-ULTIMA-INTERRUPCAO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT CALENDARIO
           IF WS-FS-CALENDARIO = "00"
               PERFORM LE-CALENDARIO
               PERFORM VERIFICA-REGISTO-DO-ANO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE CALENDARIO
           END-IF.

       VERIFICA-REGISTO-DO-ANO.

           IF CLE-ANO-LETIVO OF FD-CALENDARIO-REG
              = CLE-ANO-LETIVO OF WS-NOVO-REG
               EVALUATE TRUE
                   WHEN CLE-ANO OF FD-CALENDARIO-REG
                       SET WS-ANO-EXISTE TO TRUE
                       MOVE CLE-INICIO OF FD-CALENDARIO-REG
                            TO WS-INICIO-ANO
                       MOVE CLE-FIM OF FD-CALENDARIO-REG
                            TO WS-FIM-ANO
                   WHEN CLE-INTERRUPCAO OF FD-CALENDARIO-REG
                        AND CLE-NUMERO OF FD-CALENDARIO-REG
                            > WS-ULTIMA-INTERRUPCAO
                       MOVE CLE-NUMERO OF FD-CALENDARIO-REG
                            TO WS-ULTIMA-INTERRUPCAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM LE-CALENDARIO.

      * Os periodos do ano nao se podem sobrepor (o proprio
      * periodo, que vai ser substituido, nao conta).
       VERIFICA-SOBREPOSICAO.

           MOVE 'N' TO WS-SOBREPOSICAO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT CALENDARIO
           IF WS-FS-CALENDARIO = "00"
               PERFORM LE-CALENDARIO
               PERFORM COMPARA-PERIODO
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-PERIODO-SOBREPOSTO
               CLOSE CALENDARIO
           END-IF.

       COMPARA-PERIODO.

           IF CLE-ANO-LETIVO OF FD-CALENDARIO-REG
              = CLE-ANO-LETIVO OF WS-NOVO-REG
              AND CLE-PERIODO OF FD-CALENDARIO-REG
              AND CLE-NUMERO OF FD-CALENDARIO-REG
                  NOT = CLE-NUMERO OF WS-NOVO-REG
              AND CLE-INICIO OF FD-CALENDARIO-REG
                  <= CLE-FIM OF WS-NOVO-REG
              AND CLE-FIM OF FD-CALENDARIO-REG
                  >= CLE-INICIO OF WS-NOVO-REG
               SET WS-PERIODO-SOBREPOSTO TO TRUE
               MOVE CLE-NUMERO OF FD-CALENDARIO-REG
                    TO WS-PERIODO-OUTRO
           ELSE
               PERFORM LE-CALENDARIO
           END-IF.

       PROCURA-CHAVE.

           MOVE 'N' TO WS-CHAVE-ACHADA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT CALENDARIO
           IF WS-FS-CALENDARIO = "00"
               PERFORM LE-CALENDARIO
               PERFORM COMPARA-CHAVE
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-CHAVE-EXISTE
               CLOSE CALENDARIO
           END-IF.

       COMPARA-CHAVE.

           IF CLE-ANO-LETIVO OF FD-CALENDARIO-REG
              = CLE-ANO-LETIVO OF WS-NOVO-REG
              AND CLE-TIPO OF FD-CALENDARIO-REG
                  = CLE-TIPO OF WS-NOVO-REG
              AND CLE-NUMERO OF FD-CALENDARIO-REG
                  = CLE-NUMERO OF WS-NOVO-REG
               SET WS-CHAVE-EXISTE TO TRUE
           ELSE
               PERFORM LE-CALENDARIO
           END-IF.

      * O ficheiro passa por CALESCOLAR.TMP sem o registo com a
      * chave do novo e volta; no fim entra o registo novo (a nao
      * ser que seja so para retirar).
       REGRAVA-CALENDARIO.

           MOVE ZEROS TO WS-CONT-COPIADOS
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN OUTPUT TEMPORARIO
           OPEN INPUT CALENDARIO
           IF WS-FS-CALENDARIO = "00"
               PERFORM LE-CALENDARIO
               PERFORM COPIA-PARA-TEMPORARIO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE CALENDARIO
           END-IF
           CLOSE TEMPORARIO

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT TEMPORARIO
           OPEN OUTPUT CALENDARIO
           PERFORM LE-TEMPORARIO
           PERFORM COPIA-DO-TEMPORARIO
               UNTIL WS-SEM-MAIS-REGISTOS

           IF NOT WS-SO-RETIRAR
               MOVE WS-NOVO-REG TO FD-CALENDARIO-REG
               WRITE FD-CALENDARIO-REG
           END-IF

           CLOSE CALENDARIO
           CLOSE TEMPORARIO.

       COPIA-PARA-TEMPORARIO.

           IF CLE-ANO-LETIVO OF FD-CALENDARIO-REG
              = CLE-ANO-LETIVO OF WS-NOVO-REG
              AND CLE-TIPO OF FD-CALENDARIO-REG
                  = CLE-TIPO OF WS-NOVO-REG
              AND CLE-NUMERO OF FD-CALENDARIO-REG
                  = CLE-NUMERO OF WS-NOVO-REG
               CONTINUE
           ELSE
               MOVE FD-CALENDARIO-REG TO FD-TEMP-REG
               WRITE FD-TEMP-REG
               ADD 1 TO WS-CONT-COPIADOS
           END-IF

           PERFORM LE-CALENDARIO.

       COPIA-DO-TEMPORARIO.

           MOVE FD-TEMP-REG TO FD-CALENDARIO-REG
           WRITE FD-CALENDARIO-REG

           PERFORM LE-TEMPORARIO.

       LE-TEMPORARIO.

           READ TEMPORARIO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LE-CALENDARIO.

           READ CALENDARIO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LISTA-CALENDARIO.

           MOVE SPACES TO WS-NOVO-REG
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT CLE-ANO-LETIVO OF WS-NOVO-REG

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADOS

           OPEN INPUT CALENDARIO
           IF WS-FS-CALENDARIO NOT = "00"
               DISPLAY "CALESCOLAR.DAT NAO ENCONTRADO - SEM "
                       "CALENDARIO."
           ELSE
               PERFORM LE-CALENDARIO
               PERFORM MOSTRA-REGISTO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE CALENDARIO
               DISPLAY "REGISTOS LISTADOS: " WS-CONT-LISTADOS
           END-IF.

       MOSTRA-REGISTO.

           IF CLE-ANO-LETIVO OF FD-CALENDARIO-REG
              = CLE-ANO-LETIVO OF WS-NOVO-REG
               EVALUATE TRUE
                   WHEN CLE-ANO OF FD-CALENDARIO-REG
                       MOVE "ANO LETIVO" TO WS-DESCRICAO-TIPO
                   WHEN CLE-PERIODO OF FD-CALENDARIO-REG
                       MOVE "PERIODO" TO WS-DESCRICAO-TIPO
                   WHEN OTHER
                       MOVE "INTERRUPCAO" TO WS-DESCRICAO-TIPO
               END-EVALUATE
               DISPLAY "  " WS-DESCRICAO-TIPO " "
                       CLE-NUMERO OF FD-CALENDARIO-REG " | "
                       CLE-INICIO OF FD-CALENDARIO-REG " A "
                       CLE-FIM OF FD-CALENDARIO-REG " | "
                       CLE-DESCRICAO OF FD-CALENDARIO-REG
               ADD 1 TO WS-CONT-LISTADOS
           END-IF

           PERFORM LE-CALENDARIO.

      * Mostra o que os programas academicos vao assumir para uma
      * data (a mesma resposta do PROGPERIODO).
       CONSULTA-DATA.

           DISPLAY "DATA A CONSULTAR (AAAAMMDD): "
           ACCEPT CE-DATA
           SET CE-POR-DATA TO TRUE
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGPERIODO' USING PERIODO-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-CHAMADA-FALHOU
                   DISPLAY "PROGPERIODO INDISPONIVEL."
               WHEN CE-SEM-FICHEIRO
                   DISPLAY "CALESCOLAR.DAT NAO ENCONTRADO - VALE "
                           "CONTROLE.DAT."
               WHEN CE-SEM-CALENDARIO
                   DISPLAY "NENHUM ANO LETIVO DO CALENDARIO COBRE "
                           "A DATA - VALE CONTROLE.DAT."
               WHEN OTHER
                   DISPLAY "  ANO LETIVO " CE-ANO-LETIVO " ("
                           CE-INICIO-ANO " A " CE-FIM-ANO ")"
                   DISPLAY "  PERIODO " CE-PERIODO " ("
                           CE-INICIO-PERIODO " A " CE-FIM-PERIODO ")"
                   EVALUATE TRUE
                       WHEN CE-EM-AULAS
                           DISPLAY "  DIA COM ATIVIDADE LETIVA."
                       WHEN OTHER
                           DISPLAY "  SEM AULAS: " CE-DESCRICAO
                   END-EVALUATE
           END-EVALUATE.

       REGISTA-AUDITORIA.

           MOVE "PROGCALESCOLAR" TO AUD-PROGRAMA
           MOVE "CALESCOL"       TO AUD-TIPO
           MOVE SGN-OPERADOR     TO AUD-OPERADOR
           MOVE SPACES           TO AUD-DETALHE
           IF WS-SO-RETIRAR
               STRING "RETIRADA INTERRUPCAO "
                      CLE-NUMERO OF WS-NOVO-REG
                      " DO ANO " CLE-ANO-LETIVO OF WS-NOVO-REG
                   DELIMITED BY SIZE INTO AUD-DETALHE
               END-STRING
           ELSE
               STRING "ANO " CLE-ANO-LETIVO OF WS-NOVO-REG
                      " " CLE-TIPO OF WS-NOVO-REG
                      CLE-NUMERO OF WS-NOVO-REG
                      " " CLE-INICIO OF WS-NOVO-REG
                      " A " CLE-FIM OF WS-NOVO-REG
                   DELIMITED BY SIZE INTO AUD-DETALHE
               END-STRING
           END-IF
           SET AUD-FALHOU TO TRUE
           MOVE 'N' TO WS-IND-AUDIT

           CALL 'PROGAUDIT' USING AUDIT-PARAMETRES
               ON EXCEPTION
                   SET WS-AUDIT-FALHOU TO TRUE
           END-CALL

           IF WS-AUDIT-FALHOU OR AUD-FALHOU
               DISPLAY "AVISO: NAO FOI POSSIVEL REGISTAR A "
                       "ALTERACAO EM AUDIT.DAT."
           END-IF.
       END PROGRAM PROGCALESCOLAR.
