      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DA FILA DE APROVACAO - REGISTA OS PEDIDOS
      *          DAS OPERACOES SENSIVEIS EM APROVACOES.DAT, DEVOLVE
      *          AOS PROGRAMAS DE ORIGEM OS PEDIDOS APROVADOS E MARCA-
      *          -OS APLICADOS OU FALHADOS, COM AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, no estilo de bloco de parametros de
      *            PROGREGDOC/PROGAUDIT:
      *              PND-FUNCAO 'R' - regista um pedido pendente (o
      *                               numero e o seguinte ao ultimo
      *                               do ficheiro); AUDIT.DAT tipo
      *                               PEDIDO com o requerente
      *              PND-FUNCAO 'C' - consulta o pedido em aberto
      *                               (pendente ou aprovado) de uma
      *                               operacao e chave - para nao
      *                               pedir duas vezes a mesma coisa
      *              PND-FUNCAO 'S' - devolve o aprovado seguinte da
      *                               operacao, de numero acima de
      *                               APR-NUMERO (zero = o primeiro)
      *              PND-FUNCAO 'X' - marca o pedido aplicado por
      *                               PND-OPERADOR; AUDIT.DAT tipo
      *                               APLICADO com o requerente e o
      *                               aprovador
      *              PND-FUNCAO 'F' - marca o pedido falhado, com a
      *                               razao em APR-NOTA-DECISAO
      *            A decisao (aprovar / rejeitar) e do PROGAPROVA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPENDENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVACOES     ASSIGN TO "APROVACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-NUMERO OF FD-APROVACAO-REG
               FILE STATUS IS WS-FS-APROVACOES.
       DATA DIVISION.
       FILE SECTION.
       FD  APROVACOES.
       COPY "APRREG.cpy" REPLACING NIVEL-APR BY 01
                                   CAMPO-APR-REG BY FD-APROVACAO-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-APROVACOES         PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-PEDIDO-ACHADO         PIC X VALUE 'N'.
           88 WS-PEDIDO-ENCONTRADO        VALUE 'S'.

       01 WS-ULTIMO-NUMERO         PIC 9(06) VALUE ZEROS.
       01 WS-NUMERO-PEDIDO         PIC 9(06) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

       01 WS-IND-AUDIT             PIC X VALUE 'N'.
           88 WS-AUDIT-FALHOU             VALUE 'S'.

       01 AUDIT-PARAMETRES.
           02 AUD-PROGRAMA             PIC X(14).
           02 AUD-TIPO                 PIC X(08).
           02 AUD-OPERADOR             PIC X(08).
           02 AUD-DETALHE              PIC X(60).
           02 AUD-RESULTADO            PIC X(01).
               88 AUD-OK                      VALUE 'S'.
               88 AUD-FALHOU                  VALUE 'N'.

       LINKAGE SECTION.
       01 PENDENTE-PARAMETRES.
           02 PND-FUNCAO               PIC X(01).
               88 PND-REGISTAR                VALUE 'R'.
               88 PND-CONSULTAR               VALUE 'C'.
               88 PND-SEGUINTE                VALUE 'S'.
               88 PND-MARCA-APLICADO          VALUE 'X'.
               88 PND-MARCA-FALHADO           VALUE 'F'.
           02 PND-OPERADOR             PIC X(08).
           COPY "APRREG.cpy" REPLACING NIVEL-APR BY 02
                                       CAMPO-APR-REG BY PND-PEDIDO.
           02 PND-RESULTADO            PIC X(01).
               88 PND-OK                      VALUE 'S'.
               88 PND-NAO-ENCONTRADO          VALUE 'N'.
               88 PND-ERRO                    VALUE 'F'.

       PROCEDURE DIVISION USING PENDENTE-PARAMETRES.
       MAIN-PROCEDURE.

           SET PND-ERRO TO TRUE
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           OPEN I-O APROVACOES
           IF WS-FS-APROVACOES = "35"
               OPEN OUTPUT APROVACOES
               CLOSE APROVACOES
               OPEN I-O APROVACOES
           END-IF

           IF WS-FS-APROVACOES = "00"
               EVALUATE TRUE
                   WHEN PND-REGISTAR
                       PERFORM REGISTA-PEDIDO
                   WHEN PND-CONSULTAR
                       PERFORM CONSULTA-PEDIDO
                   WHEN PND-SEGUINTE
                       PERFORM PROCURA-APROVADO-SEGUINTE
                   WHEN PND-MARCA-APLICADO
                   WHEN PND-MARCA-FALHADO
                       PERFORM MARCA-PEDIDO
               END-EVALUATE
               CLOSE APROVACOES
           END-IF

           GOBACK.

      * O numero e o seguinte ao ultimo do ficheiro; o pedido nasce
      * pendente, com a data e a hora do pedido.
       REGISTA-PEDIDO.

           MOVE ZEROS TO WS-ULTIMO-NUMERO
           PERFORM INICIA-LEITURA
           PERFORM GUARDA-ULTIMO-NUMERO
               UNTIL WS-SEM-MAIS-REGISTOS

           MOVE PND-PEDIDO TO FD-APROVACAO-REG
           COMPUTE APR-NUMERO OF FD-APROVACAO-REG =
               WS-ULTIMO-NUMERO + 1
           MOVE WS-DATA-HOJE  TO APR-DATA-PEDIDO OF FD-APROVACAO-REG
           MOVE WS-HORA-AGORA TO APR-HORA-PEDIDO OF FD-APROVACAO-REG
           SET APR-PENDENTE OF FD-APROVACAO-REG TO TRUE
           MOVE SPACES TO APR-DECISOR OF FD-APROVACAO-REG
                          APR-NOTA-DECISAO OF FD-APROVACAO-REG
                          APR-APLICADOR OF FD-APROVACAO-REG
           MOVE ZEROS  TO APR-DATA-DECISAO OF FD-APROVACAO-REG
                          APR-DATA-APLICACAO OF FD-APROVACAO-REG

           WRITE FD-APROVACAO-REG
           IF WS-FS-APROVACOES = "00"
               MOVE FD-APROVACAO-REG TO PND-PEDIDO
               SET PND-OK TO TRUE
               MOVE "PEDIDO" TO AUD-TIPO
               MOVE APR-REQUERENTE OF PND-PEDIDO TO AUD-OPERADOR
               PERFORM REGISTA-AUDITORIA
           END-IF.

       GUARDA-ULTIMO-NUMERO.

           MOVE APR-NUMERO OF FD-APROVACAO-REG TO WS-ULTIMO-NUMERO
           PERFORM LE-PEDIDO.

      * O pedido em aberto (pendente ou aprovado por aplicar) da
      * mesma operacao e chave, se houver.
       CONSULTA-PEDIDO.

           SET PND-NAO-ENCONTRADO TO TRUE
           MOVE 'N' TO WS-PEDIDO-ACHADO

           PERFORM INICIA-LEITURA
           PERFORM VERIFICA-EM-ABERTO
               UNTIL WS-SEM-MAIS-REGISTOS OR WS-PEDIDO-ENCONTRADO

           IF WS-PEDIDO-ENCONTRADO
               MOVE FD-APROVACAO-REG TO PND-PEDIDO
               SET PND-OK TO TRUE
           END-IF.

       VERIFICA-EM-ABERTO.

           IF APR-OPERACAO OF FD-APROVACAO-REG =
              APR-OPERACAO OF PND-PEDIDO
              AND APR-CHAVE OF FD-APROVACAO-REG =
                  APR-CHAVE OF PND-PEDIDO
              AND (APR-PENDENTE OF FD-APROVACAO-REG
                   OR APR-APROVADO OF FD-APROVACAO-REG)
               SET WS-PEDIDO-ENCONTRADO TO TRUE
           ELSE
               PERFORM LE-PEDIDO
           END-IF.

      * O aprovado seguinte da operacao, pela ordem dos numeros.
       PROCURA-APROVADO-SEGUINTE.

           SET PND-NAO-ENCONTRADO TO TRUE
           MOVE 'N' TO WS-PEDIDO-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           MOVE APR-NUMERO OF PND-PEDIDO
               TO APR-NUMERO OF FD-APROVACAO-REG
           START APROVACOES KEY > APR-NUMERO OF FD-APROVACAO-REG
           IF WS-FS-APROVACOES = "00"
               PERFORM LE-PEDIDO
               PERFORM VERIFICA-APROVADO
                   UNTIL WS-SEM-MAIS-REGISTOS OR WS-PEDIDO-ENCONTRADO
           END-IF

           IF WS-PEDIDO-ENCONTRADO
               MOVE FD-APROVACAO-REG TO PND-PEDIDO
               SET PND-OK TO TRUE
           END-IF.

       VERIFICA-APROVADO.

           IF APR-OPERACAO OF FD-APROVACAO-REG =
              APR-OPERACAO OF PND-PEDIDO
              AND APR-APROVADO OF FD-APROVACAO-REG
               SET WS-PEDIDO-ENCONTRADO TO TRUE
           ELSE
               PERFORM LE-PEDIDO
           END-IF.

      * So um pedido aprovado pode passar a aplicado ou falhado.
       MARCA-PEDIDO.

           SET PND-NAO-ENCONTRADO TO TRUE
           MOVE APR-NUMERO OF PND-PEDIDO
               TO APR-NUMERO OF FD-APROVACAO-REG
           READ APROVACOES
           IF WS-FS-APROVACOES = "00"
              AND APR-APROVADO OF FD-APROVACAO-REG
               MOVE PND-OPERADOR TO APR-APLICADOR OF FD-APROVACAO-REG
               MOVE WS-DATA-HOJE
                   TO APR-DATA-APLICACAO OF FD-APROVACAO-REG
               IF PND-MARCA-APLICADO
                   SET APR-APLICADO OF FD-APROVACAO-REG TO TRUE
                   MOVE "APLICADO" TO AUD-TIPO
               ELSE
                   SET APR-FALHADO OF FD-APROVACAO-REG TO TRUE
                   MOVE APR-NOTA-DECISAO OF PND-PEDIDO
                       TO APR-NOTA-DECISAO OF FD-APROVACAO-REG
                   MOVE "FALHADO" TO AUD-TIPO
               END-IF
               REWRITE FD-APROVACAO-REG
               IF WS-FS-APROVACOES = "00"
                   MOVE FD-APROVACAO-REG TO PND-PEDIDO
                   SET PND-OK TO TRUE
                   MOVE PND-OPERADOR TO AUD-OPERADOR
                   PERFORM REGISTA-AUDITORIA
               ELSE
                   SET PND-ERRO TO TRUE
               END-IF
           END-IF.

       INICIA-LEITURA.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO APR-NUMERO OF FD-APROVACAO-REG
           START APROVACOES KEY NOT < APR-NUMERO OF FD-APROVACAO-REG
           IF WS-FS-APROVACOES = "00"
               PERFORM LE-PEDIDO
           ELSE
               SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-IF.

       LE-PEDIDO.

           READ APROVACOES NEXT
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * Os dois operadores - quem pediu e quem aprovou - ficam no
      * detalhe; o operador do registo e quem fez este passo.
       REGISTA-AUDITORIA.

           MOVE APR-PROGRAMA OF FD-APROVACAO-REG TO AUD-PROGRAMA
           MOVE SPACES TO AUD-DETALHE
           STRING APR-NUMERO OF FD-APROVACAO-REG
                  " " APR-OPERACAO OF FD-APROVACAO-REG
                  " R:" APR-REQUERENTE OF FD-APROVACAO-REG
                  " A:" APR-DECISOR OF FD-APROVACAO-REG
                  " " APR-CHAVE OF FD-APROVACAO-REG
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING
           MOVE 'N' TO WS-IND-AUDIT

           CALL 'PROGAUDIT' USING AUDIT-PARAMETRES
               ON EXCEPTION
                   SET WS-AUDIT-FALHOU TO TRUE
           END-CALL

           IF WS-AUDIT-FALHOU OR AUD-FALHOU
               DISPLAY "AVISO: PEDIDO " APR-NUMERO OF FD-APROVACAO-REG
                       " SEM REGISTO EM AUDIT.DAT."
           END-IF.
       END PROGRAM PROGPENDENTE.
