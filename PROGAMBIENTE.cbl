      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DO AMBIENTE DE TRABALHO - ESCOLHE ENTRE OS
      *          FICHEIROS REAIS E O CONJUNTO DE FORMACAO E DIZ AOS
      *          PROGRAMAS EM QUE AMBIENTE ESTAO A CORRER.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, no estilo de bloco de parametros de
      *            PROGDIAUTIL/PROGDATAS:
      *              AMB-FUNCAO 'E' - escolhe o ambiente: se a sessao
      *                               ja tem um (ESCOLA_AMBIENTE),
      *                               aplica-o sem perguntar; senao
      *                               pergunta ao operador
      *              AMB-FUNCAO 'A' - aplica o ambiente da sessao sem
      *                               perguntar (batch: sem escolha
      *                               vale o real)
      *              AMB-FUNCAO 'C' - so consulta, para os programas
      *                               que marcam ecrans e impressos
      *            O ambiente de formacao e o diretorio FORMACAO com
      *            os mesmos nomes de ficheiro: aplicado, todos os
      *            ASSIGN por nome simples da sessao passam a abrir la
      *            (COB_FILE_PATH). O conjunto e refrescado pelo
      *            PROGFORMACAO a partir da ultima salvaguarda.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAMBIENTE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Diretorio do conjunto de formacao e a marca que os ecrans e
      * os impressos levam quando se trabalha nele.
       01 WS-DIR-FORMACAO          PIC X(20) VALUE "FORMACAO".
       01 WS-MARCA-FORMACAO        PIC X(40) VALUE
           "*** AMBIENTE DE FORMACAO - SEM VALOR ***".

       01 WS-AMBIENTE-SESSAO       PIC X(10) VALUE SPACES.
           88 WS-SESSAO-FORMACAO          VALUE "FORMACAO".
           88 WS-SESSAO-REAL              VALUE "REAL".
           88 WS-SESSAO-SEM-AMBIENTE      VALUE SPACES.

       01 WS-RESPOSTA              PIC X VALUE SPACE.

       LINKAGE SECTION.
       01 AMBIENTE-PARAMETRES.
           02 AMB-FUNCAO               PIC X(01).
               88 AMB-ESCOLHER                VALUE 'E'.
               88 AMB-APLICAR                 VALUE 'A'.
               88 AMB-CONSULTAR               VALUE 'C'.
           02 AMB-MODO                 PIC X(01).
               88 AMB-REAL                    VALUE 'R'.
               88 AMB-FORMACAO                VALUE 'F'.
           02 AMB-DIRETORIO            PIC X(20).
           02 AMB-MARCA                PIC X(40).
           02 AMB-RESULTADO            PIC X(01).
               88 AMB-OK                      VALUE 'S'.
               88 AMB-INVALIDO                VALUE 'N'.

       PROCEDURE DIVISION USING AMBIENTE-PARAMETRES.
       MAIN-PROCEDURE.

           SET AMB-INVALIDO TO TRUE
           MOVE WS-DIR-FORMACAO TO AMB-DIRETORIO
           MOVE SPACES TO AMB-MARCA

           PERFORM LE-AMBIENTE-SESSAO

           EVALUATE TRUE
               WHEN AMB-ESCOLHER
                   IF WS-SESSAO-SEM-AMBIENTE
                       PERFORM PERGUNTA-AMBIENTE
                   END-IF
                   PERFORM APLICA-AMBIENTE
                   SET AMB-OK TO TRUE
               WHEN AMB-APLICAR
                   IF NOT WS-SESSAO-FORMACAO
                       SET WS-SESSAO-REAL TO TRUE
                   END-IF
                   PERFORM APLICA-AMBIENTE
                   SET AMB-OK TO TRUE
               WHEN AMB-CONSULTAR
                   SET AMB-OK TO TRUE
           END-EVALUATE

           IF WS-SESSAO-FORMACAO
               SET AMB-FORMACAO TO TRUE
               MOVE WS-MARCA-FORMACAO TO AMB-MARCA
           ELSE
               SET AMB-REAL TO TRUE
           END-IF

           GOBACK.

      * O ambiente vive na variavel ESCOLA_AMBIENTE da sessao: o
      * RUNMENU.sh/RUNBATCH.sh podem traze-la de fora e, uma vez
      * escolhido, os programas chamados a seguir ja o encontram.
       LE-AMBIENTE-SESSAO.

           MOVE SPACES TO WS-AMBIENTE-SESSAO
           DISPLAY "ESCOLA_AMBIENTE" UPON ENVIRONMENT-NAME
           ACCEPT WS-AMBIENTE-SESSAO FROM ENVIRONMENT-VALUE

           IF NOT WS-SESSAO-FORMACAO AND NOT WS-SESSAO-REAL
               MOVE SPACES TO WS-AMBIENTE-SESSAO
           END-IF.

       PERGUNTA-AMBIENTE.

           DISPLAY "AMBIENTE DE TRABALHO (ENTER = REAL, "
                   "F = FORMACAO): "
           MOVE SPACE TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA

           IF WS-RESPOSTA = "F" OR WS-RESPOSTA = "f"
               SET WS-SESSAO-FORMACAO TO TRUE
           ELSE
               SET WS-SESSAO-REAL TO TRUE
           END-IF.

      * Em formacao o COB_FILE_PATH aponta para o diretorio do
      * conjunto de formacao; no real nao se toca nele.
       APLICA-AMBIENTE.

           DISPLAY "ESCOLA_AMBIENTE" UPON ENVIRONMENT-NAME
           DISPLAY WS-AMBIENTE-SESSAO UPON ENVIRONMENT-VALUE

           IF WS-SESSAO-FORMACAO
               DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME
               DISPLAY WS-DIR-FORMACAO UPON ENVIRONMENT-VALUE
           END-IF.
       END PROGRAM PROGAMBIENTE.
