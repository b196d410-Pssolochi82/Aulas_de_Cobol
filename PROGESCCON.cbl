      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DE CONSULTA DA ESCALA DE CLASSIFICACAO -
      *          DADA A TURMA (OU O NIVEL DE ENSINO), DEVOLVE A ESCALA
      *          DO NIVEL (ESCALAS.DAT) E O TEXTO DE UM VALOR NESSA
      *          ESCALA.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGTABCON. O nivel
      *            de ensino vem da turma (TUR-NIVEL-ENSINO de
      *            TURMAS.DAT); com a turma em branco vale o nivel
      *            passado. A escala do nivel vem de ESCALAS.DAT
      *            (ESCREG.cpy, mantido pelo PROGESCALA), carregado
      *            uma vez por execucao. ECN-VALOR e devolvido em
      *            ECN-TEXTO como se imprime na escala: o numero
      *            (Z9.99) numa escala numerica, o nome do codigo
      *            mais proximo numa qualitativa (a meio caminho
      *            sobe). Resultados: S = escala do nivel, N = nivel
      *            sem escala, F = ESCALAS.DAT inexistente - nos dois
      *            ultimos casos devolve a escala antiga de 1 a 10
      *            com a nota de aprovacao a zeros (o chamador fica
      *            com CTL-NOTA-MINIMA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGESCCON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALAS  ASSIGN TO "ESCALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCALAS.
           SELECT TURMAS   ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURMAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCALAS.
       01  FD-ESCALA-REG               PIC X(172).

       FD  TURMAS.
       COPY "TURREG.cpy" REPLACING NIVEL-TUR BY 01
                                   CAMPO-TUR-REG BY FD-TURMA-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-ESCALAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

      * ESCALAS.DAT e lido na primeira chamada e fica em memoria.
       01 WS-ESCALAS-LIDAS         PIC X VALUE 'N'.
           88 WS-ESCALAS-CARREGADAS       VALUE 'S'.
       01 WS-SEM-ESCALAS           PIC X VALUE 'N'.
           88 WS-ESCALAS-EM-FALTA         VALUE 'S'.
       01 WS-ESL-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-ESL-MAX               PIC 9(02) VALUE 20.
       01 WS-ESL-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-ESL-TAB OCCURS 20 TIMES.
           03 WS-ESL-LINHA             PIC X(172).

       01 WS-ESCALA-ACHADA         PIC X VALUE 'N'.
           88 WS-ESCALA-ENCONTRADA        VALUE 'S'.

      * A ultima turma consultada e o seu nivel - os relatorios
      * pedem a mesma turma registo apos registo.
       01 WS-ULT-TURMA             PIC X(05) VALUE SPACES.
       01 WS-ULT-NIVEL             PIC X(02) VALUE SPACES.
       01 WS-TURMA-ACHADA          PIC X VALUE 'N'.
           88 WS-TURMA-ENCONTRADA         VALUE 'S'.

       01 WS-COD-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-COD-MELHOR            PIC 9(01) VALUE ZEROS.
       01 WS-DIFERENCA             PIC S9(02)V99 VALUE ZEROS.
       01 WS-DIF-MELHOR            PIC S9(02)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT            PIC Z9.99.

       LINKAGE SECTION.
       01 ESCCON-PARAMETRES.
           02 ECN-TURMA                PIC X(05).
           02 ECN-NIVEL                PIC X(02).
           02 ECN-VALOR                PIC 9(02)V99.
           02 ECN-TEXTO                PIC X(15).
           COPY "ESCREG.cpy" REPLACING NIVEL-ESC BY 02
                                       CAMPO-ESC-REG BY ECN-ESCALA.
           02 ECN-RESULTADO            PIC X(01).
               88 ECN-ENCONTRADA              VALUE 'S'.
               88 ECN-SEM-ESCALA              VALUE 'N'.
               88 ECN-SEM-FICHEIRO            VALUE 'F'.

       PROCEDURE DIVISION USING ESCCON-PARAMETRES.
       MAIN-PROCEDURE.

           IF NOT WS-ESCALAS-CARREGADAS
               PERFORM CARREGA-ESCALAS
           END-IF

           IF ECN-TURMA NOT = SPACES
               PERFORM APURA-NIVEL-TURMA
           END-IF

           MOVE 'N' TO WS-ESCALA-ACHADA
           PERFORM PROCURA-ESCALA
               VARYING WS-ESL-IDX FROM 1 BY 1
               UNTIL WS-ESL-IDX > WS-ESL-CONT
                  OR WS-ESCALA-ENCONTRADA

           EVALUATE TRUE
               WHEN WS-ESCALA-ENCONTRADA
                   SET ECN-ENCONTRADA TO TRUE
               WHEN WS-ESCALAS-EM-FALTA
                   PERFORM ESCALA-POR-OMISSAO
                   SET ECN-SEM-FICHEIRO TO TRUE
               WHEN OTHER
                   PERFORM ESCALA-POR-OMISSAO
                   SET ECN-SEM-ESCALA TO TRUE
           END-EVALUATE

           PERFORM FORMATA-VALOR

           GOBACK.

       CARREGA-ESCALAS.

           MOVE ZEROS TO WS-ESL-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ESCALAS
           IF WS-FS-ESCALAS NOT = "00"
               SET WS-ESCALAS-EM-FALTA TO TRUE
           ELSE
               PERFORM LE-ESCALA
               PERFORM GUARDA-ESCALA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ESCALAS
           END-IF

           SET WS-ESCALAS-CARREGADAS TO TRUE.

       LE-ESCALA.

           READ ESCALAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-ESCALA.

           IF WS-ESL-CONT < WS-ESL-MAX
               ADD 1 TO WS-ESL-CONT
               MOVE FD-ESCALA-REG TO WS-ESL-LINHA (WS-ESL-CONT)
           END-IF

           PERFORM LE-ESCALA.

       APURA-NIVEL-TURMA.

           IF ECN-TURMA NOT = WS-ULT-TURMA
               MOVE ECN-TURMA TO WS-ULT-TURMA
               MOVE SPACES TO WS-ULT-NIVEL
               MOVE 'N' TO WS-TURMA-ACHADA
               MOVE 'N' TO WS-FIM-FICHEIRO

               OPEN INPUT TURMAS
               IF WS-FS-TURMAS = "00"
                   PERFORM LE-TURMA
                   PERFORM VERIFICA-TURMA
                       UNTIL WS-SEM-MAIS-REGISTOS
                          OR WS-TURMA-ENCONTRADA
                   CLOSE TURMAS
               END-IF
           END-IF

           MOVE WS-ULT-NIVEL TO ECN-NIVEL.

       LE-TURMA.

           READ TURMAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-TURMA.

           IF TUR-CODIGO = ECN-TURMA
               SET WS-TURMA-ENCONTRADA TO TRUE
               MOVE TUR-NIVEL-ENSINO TO WS-ULT-NIVEL
           ELSE
               PERFORM LE-TURMA
           END-IF.

       PROCURA-ESCALA.

           IF ECN-NIVEL NOT = SPACES
              AND WS-ESL-LINHA (WS-ESL-IDX) (1: 2) = ECN-NIVEL
               SET WS-ESCALA-ENCONTRADA TO TRUE
               MOVE WS-ESL-LINHA (WS-ESL-IDX) TO ECN-ESCALA
           END-IF.

      * Sem escala para o nivel vale a escala antiga de 1 a 10; a
      * nota de aprovacao fica a zeros para o chamador usar a nota
      * minima do controlo.
       ESCALA-POR-OMISSAO.

           MOVE SPACES TO ECN-ESCALA
           MOVE ECN-NIVEL TO ESC-NIVEL
           SET ESC-NUMERICA TO TRUE
           MOVE 1.00 TO ESC-MINIMO
           MOVE 10.00 TO ESC-MAXIMO
           MOVE ZEROS TO ESC-APROVACAO
           MOVE "ESCALA DE 1 A 10" TO ESC-DESCRICAO
           MOVE ZEROS TO ESC-NUM-CODIGOS.

       FORMATA-VALOR.

           MOVE SPACES TO ECN-TEXTO

           IF ESC-QUALITATIVA AND ESC-NUM-CODIGOS > ZERO
               MOVE 1 TO WS-COD-MELHOR
               MOVE 99.99 TO WS-DIF-MELHOR
               PERFORM COMPARA-CODIGO
                   VARYING WS-COD-IDX FROM 1 BY 1
                   UNTIL WS-COD-IDX > ESC-NUM-CODIGOS
               MOVE ESC-COD-NOME (WS-COD-MELHOR) TO ECN-TEXTO
           ELSE
               MOVE ECN-VALOR TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO ECN-TEXTO
           END-IF.

      * Fica o codigo de valor mais proximo; no empate fica o de
      * valor mais alto (os codigos estao por ordem crescente).
       COMPARA-CODIGO.

           COMPUTE WS-DIFERENCA = ECN-VALOR - ESC-COD-VALOR (WS-COD-IDX)
           IF WS-DIFERENCA < ZERO
               COMPUTE WS-DIFERENCA = ZERO - WS-DIFERENCA
           END-IF

           IF WS-DIFERENCA <= WS-DIF-MELHOR
               MOVE WS-DIFERENCA TO WS-DIF-MELHOR
               MOVE WS-COD-IDX TO WS-COD-MELHOR
           END-IF.
       END PROGRAM PROGESCCON.
