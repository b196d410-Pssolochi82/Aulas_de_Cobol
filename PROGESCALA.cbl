      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: MANUTENCAO DAS ESCALAS DE CLASSIFICACAO POR NIVEL DE
      *          ENSINO (ESCALAS.DAT) - NUMERICAS COM O INTERVALO OU
      *          QUALITATIVAS COM OS CODIGOS, E A NOTA DE APROVACAO.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGMATCONF. O BOLETIM
      *            so aceitava notas de 1 a 10 contra a nota minima
      *            do controlo, e o primario avalia por codigos
      *            (INSUFICIENTE / SUFICIENTE / BOM / MUITO BOM) e o
      *            secundario de 0 a 20. Cada nivel de ensino
      *            (TUR-NIVEL-ENSINO) tem aqui a sua escala: numerica
      *            (minimo, maximo e nota de aprovacao dentro deles)
      *            ou qualitativa (2 a 6 codigos por ordem crescente,
      *            cada um valendo a sua posicao, 1 a n, e o codigo a
      *            partir do qual aprova). Um nivel sem escala fica
      *            com a escala antiga de 1 a 10 e a nota minima do
      *            controlo. A alteracao regrava o ficheiro pelo de
      *            trabalho ESCALAS.TMP, como o PROGMATCONF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGESCALA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALAS  ASSIGN TO "ESCALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCALAS.
           SELECT TRABALHO ASSIGN TO "ESCALAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCALAS.
       COPY "ESCREG.cpy" REPLACING NIVEL-ESC BY 01
                                   CAMPO-ESC-REG BY FD-ESCALA-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(172).

       WORKING-STORAGE SECTION.
       01 WS-FS-ESCALAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-NIVEL                 PIC X(02) VALUE SPACES.

      * A escala que esta a ser digitada, no layout do ficheiro.
       COPY "ESCREG.cpy" REPLACING NIVEL-ESC BY 01
                                   CAMPO-ESC-REG BY WS-ESCALA-REG.

       01 WS-COD-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-SIGLA-APROVA          PIC X(02) VALUE SPACES.
       01 WS-SIGLA-ACHADA          PIC X VALUE 'N'.
           88 WS-SIGLA-ENCONTRADA         VALUE 'S'.
       01 WS-SIGLA-REPETIDA        PIC X VALUE 'N'.
           88 WS-HA-SIGLA-REPETIDA        VALUE 'S'.
       01 WS-COD-IDX2              PIC 9(01) VALUE ZEROS.
       01 WS-VALOR-EDIT            PIC Z9.99.
       01 WS-MINIMO-EDIT           PIC Z9.99.
       01 WS-MAXIMO-EDIT           PIC Z9.99.

       01 WS-ESCALA-ACHADA         PIC X VALUE 'N'.
           88 WS-ESCALA-EXISTE            VALUE 'S'.
       01 WS-ALTERACAO-FEITA       PIC X VALUE 'N'.
           88 WS-ESCALA-ALTERADA          VALUE 'S'.
       01 WS-DADOS-VALIDOS         PIC X VALUE 'N'.
           88 WS-ESCALA-VALIDA            VALUE 'S'.

       01 WS-CONT-LISTADAS         PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*  ESCALAS DE CLASSIFICACAO POR NIVEL     *"
           DISPLAY "*******************************************"

           PERFORM PROCESSA-OPCAO
               UNTIL WS-OPCAO = ZERO

           DISPLAY "MANUTENCAO DE ESCALAS TERMINADA."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - ACRESCENTAR ESCALA"
           DISPLAY "  2 - ALTERAR ESCALA"
           DISPLAY "  3 - LISTAR ESCALAS"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ACRESCENTA-ESCALA
               WHEN 2
                   PERFORM ALTERA-ESCALA
               WHEN 3
                   PERFORM LISTA-ESCALAS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       ACRESCENTA-ESCALA.

           DISPLAY "NIVEL DE ENSINO (TUR-NIVEL-ENSINO DAS TURMAS): "
           ACCEPT WS-NIVEL

           IF WS-NIVEL = SPACES
               DISPLAY "NIVEL EM BRANCO - NADA GRAVADO."
           ELSE
               PERFORM PROCURA-ESCALA
               IF WS-ESCALA-EXISTE
                   DISPLAY "JA EXISTE ESCALA PARA O NIVEL " WS-NIVEL
                           " - USE A OPCAO DE ALTERACAO."
               ELSE
                   PERFORM PEDE-ESCALA
                   IF WS-ESCALA-VALIDA
                       PERFORM GRAVA-ESCALA-NOVA
                   END-IF
               END-IF
           END-IF.

       PEDE-ESCALA.

           MOVE 'N' TO WS-DADOS-VALIDOS
           MOVE SPACES TO WS-ESCALA-REG
           MOVE WS-NIVEL TO ESC-NIVEL OF WS-ESCALA-REG
           MOVE ZEROS TO ESC-NUM-CODIGOS OF WS-ESCALA-REG

           DISPLAY "DESCRICAO DA ESCALA: "
           ACCEPT ESC-DESCRICAO OF WS-ESCALA-REG
           DISPLAY "TIPO - N(UMERICA) OU Q(UALITATIVA): "
           ACCEPT ESC-TIPO OF WS-ESCALA-REG

           EVALUATE ESC-TIPO OF WS-ESCALA-REG
               WHEN 'N' WHEN 'n'
                   MOVE 'N' TO ESC-TIPO OF WS-ESCALA-REG
                   PERFORM PEDE-ESCALA-NUMERICA
               WHEN 'Q' WHEN 'q'
                   MOVE 'Q' TO ESC-TIPO OF WS-ESCALA-REG
                   PERFORM PEDE-ESCALA-QUALITATIVA
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO - ESCALA RECUSADA."
           END-EVALUATE.

       PEDE-ESCALA-NUMERICA.

           DISPLAY "NOTA MINIMA PERMITIDA (EX. 0): "
           ACCEPT ESC-MINIMO OF WS-ESCALA-REG
           DISPLAY "NOTA MAXIMA PERMITIDA (EX. 20): "
           ACCEPT ESC-MAXIMO OF WS-ESCALA-REG
           DISPLAY "NOTA DE APROVACAO (EX. 9.50): "
           ACCEPT ESC-APROVACAO OF WS-ESCALA-REG

           EVALUATE TRUE
               WHEN ESC-MAXIMO OF WS-ESCALA-REG
                    <= ESC-MINIMO OF WS-ESCALA-REG
                   DISPLAY "O MAXIMO TEM DE SER MAIOR QUE O MINIMO - "
                           "ESCALA RECUSADA."
               WHEN ESC-APROVACAO OF WS-ESCALA-REG
                    < ESC-MINIMO OF WS-ESCALA-REG
                 OR ESC-APROVACAO OF WS-ESCALA-REG
                    > ESC-MAXIMO OF WS-ESCALA-REG
                   DISPLAY "A NOTA DE APROVACAO TEM DE ESTAR ENTRE O "
                           "MINIMO E O MAXIMO - ESCALA RECUSADA."
               WHEN OTHER
                   SET WS-ESCALA-VALIDA TO TRUE
           END-EVALUATE.

      * Os codigos digitam-se do mais baixo para o mais alto; cada
      * um vale a sua posicao, e a media fica nessa medida.
       PEDE-ESCALA-QUALITATIVA.

           DISPLAY "QUANTOS CODIGOS (2 A 6): "
           ACCEPT ESC-NUM-CODIGOS OF WS-ESCALA-REG

           IF ESC-NUM-CODIGOS OF WS-ESCALA-REG < 2
              OR ESC-NUM-CODIGOS OF WS-ESCALA-REG > 6
               DISPLAY "NUMERO DE CODIGOS INVALIDO - ESCALA "
                       "RECUSADA."
           ELSE
               DISPLAY "CODIGOS DO MAIS BAIXO PARA O MAIS ALTO."
               PERFORM PEDE-UM-CODIGO
                   VARYING WS-COD-IDX FROM 1 BY 1
                   UNTIL WS-COD-IDX > ESC-NUM-CODIGOS OF WS-ESCALA-REG
               MOVE 1 TO ESC-MINIMO OF WS-ESCALA-REG
               MOVE ESC-NUM-CODIGOS OF WS-ESCALA-REG
                    TO ESC-MAXIMO OF WS-ESCALA-REG

               PERFORM VERIFICA-SIGLAS-REPETIDAS
               IF WS-HA-SIGLA-REPETIDA
                   DISPLAY "CODIGO EM BRANCO OU REPETIDO - ESCALA "
                           "RECUSADA."
               ELSE
                   DISPLAY "CODIGO A PARTIR DO QUAL APROVA: "
                   ACCEPT WS-SIGLA-APROVA
                   PERFORM PROCURA-SIGLA-APROVA
                   IF WS-SIGLA-ENCONTRADA
                       SET WS-ESCALA-VALIDA TO TRUE
                   ELSE
                       DISPLAY "CODIGO " WS-SIGLA-APROVA " NAO "
                               "EXISTE NA ESCALA - ESCALA RECUSADA."
                   END-IF
               END-IF
           END-IF.

       PEDE-UM-CODIGO.

           DISPLAY "CODIGO " WS-COD-IDX " - SIGLA (EX. MB): "
           ACCEPT ESC-COD-SIGLA OF WS-ESCALA-REG (WS-COD-IDX)
           DISPLAY "CODIGO " WS-COD-IDX " - NOME (EX. MUITO BOM): "
           ACCEPT ESC-COD-NOME OF WS-ESCALA-REG (WS-COD-IDX)
           MOVE WS-COD-IDX
                TO ESC-COD-VALOR OF WS-ESCALA-REG (WS-COD-IDX).

       VERIFICA-SIGLAS-REPETIDAS.

           MOVE 'N' TO WS-SIGLA-REPETIDA

           PERFORM VERIFICA-UMA-SIGLA
               VARYING WS-COD-IDX FROM 1 BY 1
               UNTIL WS-COD-IDX > ESC-NUM-CODIGOS OF WS-ESCALA-REG.

       VERIFICA-UMA-SIGLA.

           IF ESC-COD-SIGLA OF WS-ESCALA-REG (WS-COD-IDX) = SPACES
               SET WS-HA-SIGLA-REPETIDA TO TRUE
           END-IF

           PERFORM COMPARA-SIGLA
               VARYING WS-COD-IDX2 FROM 1 BY 1
               UNTIL WS-COD-IDX2 >= WS-COD-IDX.

       COMPARA-SIGLA.

           IF ESC-COD-SIGLA OF WS-ESCALA-REG (WS-COD-IDX2)
              = ESC-COD-SIGLA OF WS-ESCALA-REG (WS-COD-IDX)
               SET WS-HA-SIGLA-REPETIDA TO TRUE
           END-IF.

       PROCURA-SIGLA-APROVA.

           MOVE 'N' TO WS-SIGLA-ACHADA

           PERFORM VERIFICA-SIGLA-APROVA
               VARYING WS-COD-IDX FROM 1 BY 1
               UNTIL WS-COD-IDX > ESC-NUM-CODIGOS OF WS-ESCALA-REG
                  OR WS-SIGLA-ENCONTRADA.

       VERIFICA-SIGLA-APROVA.

           IF ESC-COD-SIGLA OF WS-ESCALA-REG (WS-COD-IDX)
              = WS-SIGLA-APROVA
               SET WS-SIGLA-ENCONTRADA TO TRUE
               MOVE ESC-COD-VALOR OF WS-ESCALA-REG (WS-COD-IDX)
                    TO ESC-APROVACAO OF WS-ESCALA-REG
           END-IF.

       GRAVA-ESCALA-NOVA.

           OPEN EXTEND ESCALAS
           IF WS-FS-ESCALAS = "35"
               OPEN OUTPUT ESCALAS
               CLOSE ESCALAS
               OPEN EXTEND ESCALAS
           END-IF

           MOVE WS-ESCALA-REG TO FD-ESCALA-REG
           WRITE FD-ESCALA-REG

           CLOSE ESCALAS

           DISPLAY "ESCALA DO NIVEL " WS-NIVEL " GRAVADA.".

       PROCURA-ESCALA.

           MOVE 'N' TO WS-ESCALA-ACHADA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ESCALAS
           IF WS-FS-ESCALAS = "00"
               PERFORM LE-ESCALA
               PERFORM VERIFICA-ESCALA
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-ESCALA-EXISTE
               CLOSE ESCALAS
           END-IF.

       LE-ESCALA.

           READ ESCALAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-ESCALA.

           IF ESC-NIVEL OF FD-ESCALA-REG = WS-NIVEL
               SET WS-ESCALA-EXISTE TO TRUE
           ELSE
               PERFORM LE-ESCALA
           END-IF.

      * Uma escala alterada vale para as notas lancadas e impressas
      * daqui em diante; as medias ja gravadas nao sao convertidas.
       ALTERA-ESCALA.

           DISPLAY "NIVEL DE ENSINO: "
           ACCEPT WS-NIVEL

           PERFORM PROCURA-ESCALA

           IF NOT WS-ESCALA-EXISTE
               DISPLAY "SEM ESCALA PARA O NIVEL " WS-NIVEL "."
           ELSE
               DISPLAY "ESCALA ATUAL:"
               PERFORM MOSTRA-DETALHE-ESCALA
               PERFORM PEDE-ESCALA
               IF WS-ESCALA-VALIDA
                   PERFORM REGRAVA-ESCALAS
                   DISPLAY "ESCALA DO NIVEL " WS-NIVEL
                           " ATUALIZADA."
               END-IF
           END-IF.

       REGRAVA-ESCALAS.

           MOVE 'N' TO WS-ALTERACAO-FEITA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ESCALAS
           OPEN OUTPUT TRABALHO

           PERFORM LE-ESCALA
           PERFORM TRATA-ALTERACAO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE ESCALAS
           CLOSE TRABALHO

           PERFORM COPIA-DE-VOLTA.

       TRATA-ALTERACAO.

           IF ESC-NIVEL OF FD-ESCALA-REG = WS-NIVEL
              AND NOT WS-ESCALA-ALTERADA
               MOVE WS-ESCALA-REG TO FD-ESCALA-REG
               SET WS-ESCALA-ALTERADA TO TRUE
           END-IF

           MOVE FD-ESCALA-REG TO FD-TRABALHO-REG
           WRITE FD-TRABALHO-REG

           PERFORM LE-ESCALA.

       COPIA-DE-VOLTA.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TRABALHO
           OPEN OUTPUT ESCALAS

           PERFORM LE-TRABALHO
           PERFORM RECARREGA-REGISTO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO
           CLOSE ESCALAS.

       LE-TRABALHO.

           READ TRABALHO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-REGISTO.

           MOVE FD-TRABALHO-REG TO FD-ESCALA-REG
           WRITE FD-ESCALA-REG

           PERFORM LE-TRABALHO.

       LISTA-ESCALAS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADAS

           OPEN INPUT ESCALAS
           IF WS-FS-ESCALAS NOT = "00"
               DISPLAY "ESCALAS.DAT NAO ENCONTRADO - TODOS OS NIVEIS "
                       "NA ESCALA DE 1 A 10."
           ELSE
               PERFORM LE-ESCALA
               PERFORM MOSTRA-ESCALA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ESCALAS
               DISPLAY "ESCALAS LISTADAS: " WS-CONT-LISTADAS
           END-IF.

       MOSTRA-ESCALA.

           PERFORM MOSTRA-DETALHE-ESCALA
           ADD 1 TO WS-CONT-LISTADAS

           PERFORM LE-ESCALA.

       MOSTRA-DETALHE-ESCALA.

           MOVE ESC-APROVACAO OF FD-ESCALA-REG TO WS-VALOR-EDIT
           IF ESC-QUALITATIVA OF FD-ESCALA-REG
               DISPLAY "  NIVEL " ESC-NIVEL OF FD-ESCALA-REG " | "
                       ESC-DESCRICAO OF FD-ESCALA-REG
                       " | QUALITATIVA | APROVA A PARTIR DE "
                       WS-VALOR-EDIT
               PERFORM MOSTRA-CODIGO
                   VARYING WS-COD-IDX FROM 1 BY 1
                   UNTIL WS-COD-IDX > ESC-NUM-CODIGOS OF FD-ESCALA-REG
           ELSE
               MOVE ESC-MINIMO OF FD-ESCALA-REG TO WS-MINIMO-EDIT
               MOVE ESC-MAXIMO OF FD-ESCALA-REG TO WS-MAXIMO-EDIT
               DISPLAY "  NIVEL " ESC-NIVEL OF FD-ESCALA-REG " | "
                       ESC-DESCRICAO OF FD-ESCALA-REG
                       " | NUMERICA " WS-MINIMO-EDIT " A "
                       WS-MAXIMO-EDIT " | APROVA COM "
                       WS-VALOR-EDIT
           END-IF.

       MOSTRA-CODIGO.

           MOVE ESC-COD-VALOR OF FD-ESCALA-REG (WS-COD-IDX)
                TO WS-VALOR-EDIT
           DISPLAY "      " ESC-COD-SIGLA OF FD-ESCALA-REG (WS-COD-IDX)
                   " " ESC-COD-NOME OF FD-ESCALA-REG (WS-COD-IDX)
                   " = " WS-VALOR-EDIT.
       END PROGRAM PROGESCALA.
