      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: MANUTENCAO DAS REGRAS DE TRANSICAO DO FECHO DO ANO
      *          POR NIVEL DE ENSINO E ANO LETIVO (REGRASTR.DAT).
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGESCALA. O fecho do
      *            ano decidia TRANSITA / NAO TRANSITA so por "mais
      *            de 2 reprovadas", e as regras reais variam com o
      *            nivel: anos sem retencao, niveis que retem quem
      *            reprova a Portugues e a Matematica juntas, e a
      *            reprovacao por faltas a contar de outra maneira.
      *            Cada nivel de ensino (TUR-NIVEL-ENSINO) tem aqui
      *            a sua regra, para um ano letivo ou para todos (ano
      *            a zeros); o PROGFECHOANO usa a do ano, senao a
      *            geral do nivel, senao a regra padrao. A alteracao
      *            regrava o ficheiro pelo de trabalho REGRASTR.TMP,
      *            como o PROGESCALA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREGRAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS   ASSIGN TO "REGRASTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGRAS.
           SELECT TRABALHO ASSIGN TO "REGRASTR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
       DATA DIVISION.
       FILE SECTION.
       FD  REGRAS.
       COPY "RGTREG.cpy" REPLACING NIVEL-RGT BY 01
                                   CAMPO-RGT-REG BY FD-REGRA-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-REGRAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-NIVEL                 PIC X(02) VALUE SPACES.
       01 WS-ANO-LETIVO            PIC 9(04) VALUE ZEROS.

      * A regra que esta a ser digitada, no layout do ficheiro.
       COPY "RGTREG.cpy" REPLACING NIVEL-RGT BY 01
                                   CAMPO-RGT-REG BY WS-REGRA-REG.

       01 WS-REGRA-ACHADA          PIC X VALUE 'N'.
           88 WS-REGRA-EXISTE             VALUE 'S'.
       01 WS-ALTERACAO-FEITA       PIC X VALUE 'N'.
           88 WS-REGRA-ALTERADA           VALUE 'S'.
       01 WS-DADOS-VALIDOS         PIC X VALUE 'N'.
           88 WS-REGRA-VALIDA             VALUE 'S'.

       01 WS-ANO-TEXTO             PIC X(05) VALUE SPACES.
       01 WS-NUCLEO-TEXTO          PIC X(64) VALUE SPACES.
       01 WS-FALTA-TEXTO           PIC X(26) VALUE SPACES.

       01 WS-CONT-LISTADAS         PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*  REGRAS DE TRANSICAO POR NIVEL          *"
           DISPLAY "*******************************************"

           PERFORM PROCESSA-OPCAO
               UNTIL WS-OPCAO = ZERO

           DISPLAY "MANUTENCAO DAS REGRAS DE TRANSICAO TERMINADA."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - ACRESCENTAR REGRA"
           DISPLAY "  2 - ALTERAR REGRA"
           DISPLAY "  3 - LISTAR REGRAS"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ACRESCENTA-REGRA
               WHEN 2
                   PERFORM ALTERA-REGRA
               WHEN 3
                   PERFORM LISTA-REGRAS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PEDE-CHAVE.

           DISPLAY "NIVEL DE ENSINO (TUR-NIVEL-ENSINO DAS TURMAS): "
           ACCEPT WS-NIVEL
           DISPLAY "ANO LETIVO (0 = TODOS OS ANOS SEM REGRA PROPRIA): "
           ACCEPT WS-ANO-LETIVO.

       ACRESCENTA-REGRA.

           PERFORM PEDE-CHAVE

           IF WS-NIVEL = SPACES
               DISPLAY "NIVEL EM BRANCO - NADA GRAVADO."
           ELSE
               PERFORM PROCURA-REGRA
               IF WS-REGRA-EXISTE
                   DISPLAY "JA EXISTE REGRA PARA O NIVEL " WS-NIVEL
                           " E ANO " WS-ANO-LETIVO
                           " - USE A OPCAO DE ALTERACAO."
               ELSE
                   PERFORM PEDE-REGRA
                   IF WS-REGRA-VALIDA
                       PERFORM GRAVA-REGRA-NOVA
                   END-IF
               END-IF
           END-IF.

       PEDE-REGRA.

           MOVE 'N' TO WS-DADOS-VALIDOS
           MOVE SPACES TO WS-REGRA-REG
           MOVE WS-NIVEL TO RGT-NIVEL OF WS-REGRA-REG
           MOVE WS-ANO-LETIVO TO RGT-ANO-LETIVO OF WS-REGRA-REG
           MOVE ZEROS TO RGT-MAX-REPROVADAS OF WS-REGRA-REG

           DISPLAY "DESCRICAO DA REGRA: "
           ACCEPT RGT-DESCRICAO OF WS-REGRA-REG
           DISPLAY "HA RETENCAO NESTE ANO? (S/N): "
           ACCEPT RGT-RETENCAO OF WS-REGRA-REG
           DISPLAY "MAXIMO DE DISCIPLINAS REPROVADAS COM QUE AINDA "
                   "TRANSITA: "
           ACCEPT RGT-MAX-REPROVADAS OF WS-REGRA-REG
           DISPLAY "DISCIPLINAS NUCLEARES QUE NAO PODEM FICAR AMBAS "
                   "REPROVADAS (ENTER = SEM ESSA CONDICAO)."
           DISPLAY "NUCLEAR 1 (EX. PORTUGUES): "
           ACCEPT RGT-NUCLEO-1 OF WS-REGRA-REG
           IF RGT-NUCLEO-1 OF WS-REGRA-REG NOT = SPACES
               DISPLAY "NUCLEAR 2 (EX. MATEMATICA): "
               ACCEPT RGT-NUCLEO-2 OF WS-REGRA-REG
           END-IF
           DISPLAY "REPROVADO-FALTA - C(ONTA COMO REPROVADA), "
                   "R(ETEM O ALUNO) OU M(EDIA DECIDE): "
           ACCEPT RGT-FALTA OF WS-REGRA-REG

           INSPECT RGT-RETENCAO OF WS-REGRA-REG
               CONVERTING "sn" TO "SN"
           INSPECT RGT-FALTA OF WS-REGRA-REG
               CONVERTING "crm" TO "CRM"

           EVALUATE TRUE
               WHEN NOT RGT-COM-RETENCAO OF WS-REGRA-REG
                AND NOT RGT-SEM-RETENCAO OF WS-REGRA-REG
                   DISPLAY "RETENCAO TEM DE SER S OU N - REGRA "
                           "RECUSADA."
               WHEN RGT-MAX-REPROVADAS OF WS-REGRA-REG NOT NUMERIC
                   DISPLAY "MAXIMO DE REPROVADAS INVALIDO - REGRA "
                           "RECUSADA."
               WHEN RGT-NUCLEO-1 OF WS-REGRA-REG NOT = SPACES
                AND (RGT-NUCLEO-2 OF WS-REGRA-REG = SPACES
                  OR RGT-NUCLEO-2 OF WS-REGRA-REG
                     = RGT-NUCLEO-1 OF WS-REGRA-REG)
                   DISPLAY "SAO PRECISAS DUAS DISCIPLINAS NUCLEARES "
                           "DIFERENTES - REGRA RECUSADA."
               WHEN NOT RGT-FALTA-CONTA OF WS-REGRA-REG
                AND NOT RGT-FALTA-RETEM OF WS-REGRA-REG
                AND NOT RGT-FALTA-MEDIA OF WS-REGRA-REG
                   DISPLAY "REPROVADO-FALTA TEM DE SER C, R OU M - "
                           "REGRA RECUSADA."
               WHEN OTHER
                   SET WS-REGRA-VALIDA TO TRUE
           END-EVALUATE.

       GRAVA-REGRA-NOVA.

           OPEN EXTEND REGRAS
           IF WS-FS-REGRAS = "35"
               OPEN OUTPUT REGRAS
               CLOSE REGRAS
               OPEN EXTEND REGRAS
           END-IF

           MOVE WS-REGRA-REG TO FD-REGRA-REG
           WRITE FD-REGRA-REG

           CLOSE REGRAS

           DISPLAY "REGRA DO NIVEL " WS-NIVEL " ANO " WS-ANO-LETIVO
                   " GRAVADA.".

       PROCURA-REGRA.

           MOVE 'N' TO WS-REGRA-ACHADA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT REGRAS
           IF WS-FS-REGRAS = "00"
               PERFORM LE-REGRA
               PERFORM VERIFICA-REGRA
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-REGRA-EXISTE
               CLOSE REGRAS
           END-IF.

       LE-REGRA.

           READ REGRAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-REGRA.

           IF RGT-NIVEL OF FD-REGRA-REG = WS-NIVEL
              AND RGT-ANO-LETIVO OF FD-REGRA-REG = WS-ANO-LETIVO
               SET WS-REGRA-EXISTE TO TRUE
           ELSE
               PERFORM LE-REGRA
           END-IF.

      * Uma regra alterada vale para os fechos e simulacoes daqui em
      * diante; os resultados ja gravados em RESULTFIN.DAT ficam.
       ALTERA-REGRA.

           PERFORM PEDE-CHAVE

           PERFORM PROCURA-REGRA

           IF NOT WS-REGRA-EXISTE
               DISPLAY "SEM REGRA PARA O NIVEL " WS-NIVEL " E ANO "
                       WS-ANO-LETIVO "."
           ELSE
               DISPLAY "REGRA ATUAL:"
               PERFORM MOSTRA-DETALHE-REGRA
               PERFORM PEDE-REGRA
               IF WS-REGRA-VALIDA
                   PERFORM REGRAVA-REGRAS
                   DISPLAY "REGRA DO NIVEL " WS-NIVEL " ANO "
                           WS-ANO-LETIVO " ATUALIZADA."
               END-IF
           END-IF.

       REGRAVA-REGRAS.

           MOVE 'N' TO WS-ALTERACAO-FEITA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT REGRAS
           OPEN OUTPUT TRABALHO

           PERFORM LE-REGRA
           PERFORM TRATA-ALTERACAO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE REGRAS
           CLOSE TRABALHO

           PERFORM COPIA-DE-VOLTA.

       TRATA-ALTERACAO.

           IF RGT-NIVEL OF FD-REGRA-REG = WS-NIVEL
              AND RGT-ANO-LETIVO OF FD-REGRA-REG = WS-ANO-LETIVO
              AND NOT WS-REGRA-ALTERADA
               MOVE WS-REGRA-REG TO FD-REGRA-REG
               SET WS-REGRA-ALTERADA TO TRUE
           END-IF

           MOVE FD-REGRA-REG TO FD-TRABALHO-REG
           WRITE FD-TRABALHO-REG

           PERFORM LE-REGRA.

       COPIA-DE-VOLTA.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TRABALHO
           OPEN OUTPUT REGRAS

           PERFORM LE-TRABALHO
           PERFORM RECARREGA-REGISTO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO
           CLOSE REGRAS.

       LE-TRABALHO.

           READ TRABALHO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-REGISTO.

           MOVE FD-TRABALHO-REG TO FD-REGRA-REG
           WRITE FD-REGRA-REG

           PERFORM LE-TRABALHO.

       LISTA-REGRAS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADAS

           OPEN INPUT REGRAS
           IF WS-FS-REGRAS NOT = "00"
               DISPLAY "REGRASTR.DAT NAO ENCONTRADO - TODOS OS NIVEIS "
                       "NA REGRA PADRAO (TRANSITA COM ATE 2 "
                       "REPROVADAS)."
           ELSE
               PERFORM LE-REGRA
               PERFORM MOSTRA-REGRA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE REGRAS
               DISPLAY "REGRAS LISTADAS: " WS-CONT-LISTADAS
           END-IF.

       MOSTRA-REGRA.

           PERFORM MOSTRA-DETALHE-REGRA
           ADD 1 TO WS-CONT-LISTADAS

           PERFORM LE-REGRA.

       MOSTRA-DETALHE-REGRA.

           IF RGT-ANO-LETIVO OF FD-REGRA-REG = ZEROS
               MOVE "GERAL" TO WS-ANO-TEXTO
           ELSE
               MOVE RGT-ANO-LETIVO OF FD-REGRA-REG TO WS-ANO-TEXTO
           END-IF

           EVALUATE TRUE
               WHEN RGT-FALTA-RETEM OF FD-REGRA-REG
                   MOVE "FALTA RETEM O ALUNO" TO WS-FALTA-TEXTO
               WHEN RGT-FALTA-MEDIA OF FD-REGRA-REG
                   MOVE "FALTA NAO CONTA (MEDIA)" TO WS-FALTA-TEXTO
               WHEN OTHER
                   MOVE "FALTA CONTA COMO REPROVADA"
                        TO WS-FALTA-TEXTO
           END-EVALUATE

           DISPLAY "  NIVEL " RGT-NIVEL OF FD-REGRA-REG " | ANO "
                   WS-ANO-TEXTO " | " RGT-DESCRICAO OF FD-REGRA-REG

           IF RGT-SEM-RETENCAO OF FD-REGRA-REG
               DISPLAY "      SEM RETENCAO - TODOS TRANSITAM"
           ELSE
               DISPLAY "      TRANSITA COM ATE "
                       RGT-MAX-REPROVADAS OF FD-REGRA-REG
                       " REPROVADAS | " WS-FALTA-TEXTO
               IF RGT-NUCLEO-1 OF FD-REGRA-REG NOT = SPACES
                   MOVE SPACES TO WS-NUCLEO-TEXTO
                   STRING RGT-NUCLEO-1 OF FD-REGRA-REG
                              DELIMITED BY "  "
                          " + " DELIMITED BY SIZE
                          RGT-NUCLEO-2 OF FD-REGRA-REG
                              DELIMITED BY "  "
                       INTO WS-NUCLEO-TEXTO
                   END-STRING
                   DISPLAY "      NAO TRANSITA SE REPROVAR A "
                           WS-NUCLEO-TEXTO
               END-IF
           END-IF.
       END PROGRAM PROGREGRAS.
