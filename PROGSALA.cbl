      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: MANUTENCAO DO MESTRE DE SALAS (SALAS.DAT) - CODIGO,
      *          DESCRICAO, LOTACAO E TIPO (NORMAL, LABORATORIO,
      *          GINASIO, INFORMATICA).
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGDISCIPLINA. O
      *            mestre de salas (layout SALREG.cpy) e a referencia
      *            para a sala de cada tempo letivo no PROGHORARIO:
      *            acrescenta, altera e lista. A alteracao regrava o
      *            ficheiro pelo de trabalho SALAS.TMP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSALA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAS    ASSIGN TO "SALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALAS.
           SELECT TRABALHO ASSIGN TO "SALAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
       DATA DIVISION.
       FILE SECTION.
       FD  SALAS.
       COPY "SALREG.cpy" REPLACING NIVEL-SAL BY 01
                                   CAMPO-SAL-REG BY FD-SALA-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(39).

       WORKING-STORAGE SECTION.
       01 WS-FS-SALAS              PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-CODIGO                PIC X(05) VALUE SPACES.
       01 WS-DESCRICAO             PIC X(30) VALUE SPACES.
       01 WS-CAPACIDADE            PIC 9(03) VALUE ZEROS.
       01 WS-CAPACIDADE-TX         PIC X(03) VALUE SPACES.
       01 WS-TIPO                  PIC X(01) VALUE 'N'.
           88 WS-TIPO-VALIDO              VALUE 'N' 'L' 'G' 'I'.
       01 WS-TIPO-ANTERIOR         PIC X(01) VALUE SPACE.

       01 WS-SALA-ACHADA           PIC X VALUE 'N'.
           88 WS-SALA-EXISTE              VALUE 'S'.
       01 WS-ALTERACAO-FEITA       PIC X VALUE 'N'.
           88 WS-SALA-ALTERADA            VALUE 'S'.

       01 WS-CONT-LISTADAS         PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*     MANUTENCAO DO MESTRE DE SALAS       *"
           DISPLAY "*******************************************"

           PERFORM PROCESSA-OPCAO
               UNTIL WS-OPCAO = ZERO

           DISPLAY "MANUTENCAO DE SALAS TERMINADA."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - ACRESCENTAR SALA"
           DISPLAY "  2 - ALTERAR SALA"
           DISPLAY "  3 - LISTAR SALAS"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ACRESCENTA-SALA
               WHEN 2
                   PERFORM ALTERA-SALA
               WHEN 3
                   PERFORM LISTA-SALAS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       ACRESCENTA-SALA.

           DISPLAY "CODIGO DA SALA (EX. A12, LAB1, GIN): "
           ACCEPT WS-CODIGO

           IF WS-CODIGO = SPACES
               DISPLAY "CODIGO EM BRANCO - NADA GRAVADO."
           ELSE
               PERFORM PROCURA-SALA
               IF WS-SALA-EXISTE
                   DISPLAY "A SALA " WS-CODIGO " JA EXISTE - "
                           "USE A OPCAO DE ALTERACAO."
               ELSE
                   DISPLAY "DESCRICAO DA SALA: "
                   ACCEPT WS-DESCRICAO
                   MOVE ZEROS TO WS-CAPACIDADE
                   PERFORM PEDE-CAPACIDADE
                   MOVE SPACE TO WS-TIPO-ANTERIOR
                   PERFORM PEDE-TIPO
                   IF WS-DESCRICAO = SPACES
                       DISPLAY "DESCRICAO EM BRANCO - NADA GRAVADO."
                   ELSE
                       PERFORM GRAVA-SALA-NOVA
                   END-IF
               END-IF
           END-IF.

       PEDE-CAPACIDADE.

           DISPLAY "LOTACAO (NUMERO DE LUGARES): "
           MOVE SPACES TO WS-CAPACIDADE-TX
           ACCEPT WS-CAPACIDADE-TX

           IF WS-CAPACIDADE-TX = SPACES
               CONTINUE
           ELSE
               INSPECT WS-CAPACIDADE-TX REPLACING LEADING SPACE
                   BY '0'
               IF WS-CAPACIDADE-TX IS NUMERIC
                  AND WS-CAPACIDADE-TX NOT = "000"
                   MOVE WS-CAPACIDADE-TX TO WS-CAPACIDADE
               ELSE
                   DISPLAY "LOTACAO INVALIDA - TENTE NOVAMENTE."
                   PERFORM PEDE-CAPACIDADE
               END-IF
           END-IF.

       PEDE-TIPO.

           DISPLAY "TIPO (N=NORMAL L=LABORATORIO G=GINASIO "
                   "I=INFORMATICA): "
           MOVE SPACE TO WS-TIPO
           ACCEPT WS-TIPO
           IF WS-TIPO = SPACE
               MOVE WS-TIPO-ANTERIOR TO WS-TIPO
           END-IF

           IF NOT WS-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO - TENTE NOVAMENTE."
               PERFORM PEDE-TIPO
           END-IF.

       GRAVA-SALA-NOVA.

           IF WS-CAPACIDADE = ZERO
               DISPLAY "LOTACAO EM BRANCO - NADA GRAVADO."
           ELSE
               OPEN EXTEND SALAS
               IF WS-FS-SALAS = "35"
                   OPEN OUTPUT SALAS
                   CLOSE SALAS
                   OPEN EXTEND SALAS
               END-IF

               MOVE WS-CODIGO     TO SAL-CODIGO
               MOVE WS-DESCRICAO  TO SAL-DESCRICAO
               MOVE WS-CAPACIDADE TO SAL-CAPACIDADE
               MOVE WS-TIPO       TO SAL-TIPO
               WRITE FD-SALA-REG

               CLOSE SALAS

               DISPLAY "SALA " WS-CODIGO " GRAVADA."
           END-IF.

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

           IF SAL-CODIGO = WS-CODIGO
               SET WS-SALA-EXISTE TO TRUE
           ELSE
               PERFORM LE-SALA
           END-IF.

       ALTERA-SALA.

           DISPLAY "CODIGO DA SALA A ALTERAR: "
           ACCEPT WS-CODIGO

           PERFORM PROCURA-SALA

           IF NOT WS-SALA-EXISTE
               DISPLAY "SALA " WS-CODIGO " NAO ENCONTRADA."
           ELSE
               DISPLAY "SALA ATUAL:"
               DISPLAY "  DESCRICAO : " SAL-DESCRICAO
               DISPLAY "  LOTACAO   : " SAL-CAPACIDADE
               DISPLAY "  TIPO      : " SAL-TIPO

               DISPLAY "NOVA DESCRICAO (ENTER = MANTEM): "
               MOVE SPACES TO WS-DESCRICAO
               ACCEPT WS-DESCRICAO
               IF WS-DESCRICAO = SPACES
                   MOVE SAL-DESCRICAO TO WS-DESCRICAO
               END-IF

               MOVE SAL-CAPACIDADE TO WS-CAPACIDADE
               DISPLAY "(ENTER NA LOTACAO = MANTEM)"
               PERFORM PEDE-CAPACIDADE

               MOVE SAL-TIPO TO WS-TIPO-ANTERIOR
               DISPLAY "(ENTER NO TIPO = MANTEM)"
               PERFORM PEDE-TIPO

               PERFORM REGRAVA-SALAS
               DISPLAY "SALA " WS-CODIGO " ATUALIZADA."
           END-IF.

       REGRAVA-SALAS.

           MOVE 'N' TO WS-ALTERACAO-FEITA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT SALAS
           OPEN OUTPUT TRABALHO

           PERFORM LE-SALA
           PERFORM TRATA-ALTERACAO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE SALAS
           CLOSE TRABALHO

           PERFORM COPIA-DE-VOLTA.

       TRATA-ALTERACAO.

           IF SAL-CODIGO = WS-CODIGO
              AND NOT WS-SALA-ALTERADA
               MOVE WS-DESCRICAO  TO SAL-DESCRICAO
               MOVE WS-CAPACIDADE TO SAL-CAPACIDADE
               MOVE WS-TIPO       TO SAL-TIPO
               SET WS-SALA-ALTERADA TO TRUE
           END-IF

           MOVE FD-SALA-REG TO FD-TRABALHO-REG
           WRITE FD-TRABALHO-REG

           PERFORM LE-SALA.

       COPIA-DE-VOLTA.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TRABALHO
           OPEN OUTPUT SALAS

           PERFORM LE-TRABALHO
           PERFORM RECARREGA-REGISTO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO
           CLOSE SALAS.

       LE-TRABALHO.

           READ TRABALHO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-REGISTO.

           MOVE FD-TRABALHO-REG TO FD-SALA-REG
           WRITE FD-SALA-REG

           PERFORM LE-TRABALHO.

       LISTA-SALAS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADAS

           OPEN INPUT SALAS
           IF WS-FS-SALAS NOT = "00"
               DISPLAY "SALAS.DAT NAO ENCONTRADO."
           ELSE
               DISPLAY " "
               DISPLAY "SALA  | DESCRICAO"
                       "                      | LUG | TIPO"
               PERFORM LE-SALA
               PERFORM MOSTRA-SALA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE SALAS
               DISPLAY "SALAS LISTADAS: " WS-CONT-LISTADAS
           END-IF.

       MOSTRA-SALA.

           DISPLAY SAL-CODIGO " | " SAL-DESCRICAO " | "
                   SAL-CAPACIDADE " |  " SAL-TIPO
           ADD 1 TO WS-CONT-LISTADAS

           PERFORM LE-SALA.
       END PROGRAM PROGSALA.
