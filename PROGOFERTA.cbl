      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DE OFERTA DE VAGAS DA LISTA DE ESPERA -
      *          DADA A TURMA E O ANO LETIVO, OFERECE OS LUGARES
      *          LIVRES AOS CANDIDATOS SEGUINTES DA LISTA E EMITE A
      *          CARTA AO ENCARREGADO PELO CONTROLO DE DESPACHO.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGDISCON. Chamada
      *            sempre que um lugar pode ter vagado: anulacao ou
      *            mudanca de turma (PROGTRANSFERE), capacidade
      *            alargada (PROGTURMA), desistencia na lista ou
      *            oferta manual (PROGESPERA). Os lugares ocupados
      *            sao os alunos distintos do ano matriculados na
      *            turma mais as vagas ja oferecidas e ainda nao
      *            respondidas; cada lugar livre vai para o melhor
      *            candidato em espera (prioridade primeiro, depois
      *            a data do pedido), que passa a 'O' com a data da
      *            oferta. A carta sai em CARTAS.DAT com a linha
      *            DESPACHO: PENDENTE, como as do PROGVALIDATURMA.
      *            ESPERA.DAT e regravado por ESPERA.TMP. Resultados:
      *            S = tratada (OFE-CONT-OFERTAS diz quantas vagas
      *            foram oferecidas), F = ESPERA.DAT inexistente.
      * 15/10/26 - A carta leva a linha "CLIENTE: <numero do
      *            encarregado>" a seguir ao e-mail, para o PROGDESPACHO
      *            respeitar os consentimentos de contacto
      *            (PROGCONSCON).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOFERTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPERA     ASSIGN TO "ESPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESPERA.
           SELECT TRABALHO   ASSIGN TO "ESPERA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT MATRICULAS ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATRICULAS.
           SELECT TURMAS     ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURMAS.
           SELECT ALUNOS     ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT CLIENTES   ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT CARTAS     ASSIGN TO "CARTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ESPERA.
       COPY "ESPREG.cpy" REPLACING NIVEL-ESP BY 01
                                   CAMPO-ESP-REG BY FD-ESPERA-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(33).

       FD  MATRICULAS.
       COPY "MATREG.cpy" REPLACING NIVEL-MAT BY 01
                                   CAMPO-MAT-REG BY FD-MATRICULA-REG.

       FD  TURMAS.
       COPY "TURREG.cpy" REPLACING NIVEL-TUR BY 01
                                   CAMPO-TUR-REG BY FD-TURMA-REG.

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  CARTAS.
       01  FD-CARTA-REG                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-ESPERA             PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-MATRICULAS         PIC X(02) VALUE ZEROS.
       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-CARTAS             PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-TURMA-ACHADA          PIC X VALUE 'N'.
           88 WS-TURMA-EXISTE             VALUE 'S'.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-CAPACIDADE            PIC 9(03) VALUE ZEROS.
       01 WS-OCUPADOS              PIC 9(03) VALUE ZEROS.

      * Alunos distintos do ano matriculados na turma, como na
      * contagem de cabecas do PROGMATRICULA.
       01 WS-CAB-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-CAB-MAX               PIC 9(03) VALUE 300.
       01 WS-CAB-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-ALUNO-PROCURA         PIC 9(06) VALUE ZEROS.
       01 WS-CAB-ACHADO            PIC X VALUE 'N'.
           88 WS-CAB-JA-CONTADO           VALUE 'S'.
       01 WS-CAB-TAB.
           03 WS-CAB-ALUNO             PIC 9(06) OCCURS 300 TIMES.

      * Pedidos da lista de espera, pela ordem do ficheiro. O novo
      * estado fica na tabela e e aplicado na regravacao pelo numero
      * de ordem do registo.
       01 WS-ESP-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-ESP-MAX               PIC 9(03) VALUE 500.
       01 WS-ESP-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-ESP-ORDEM             PIC 9(05) VALUE ZEROS.
       01 WS-ESP-ESCOLHIDO         PIC 9(03) VALUE ZEROS.
       01 WS-ESP-ALTERADOS         PIC 9(03) VALUE ZEROS.
       01 WS-ESP-TAB.
           03 WS-ESP-ENTRADA OCCURS 500 TIMES.
               05 WS-ET-TURMA          PIC X(05).
               05 WS-ET-ALUNO          PIC 9(06).
               05 WS-ET-ANO            PIC 9(04).
               05 WS-ET-DATA-PEDIDO    PIC 9(08).
               05 WS-ET-PRIORIDADE     PIC X(01).
               05 WS-ET-ESTADO         PIC X(01).
               05 WS-ET-NOVO-ESTADO    PIC X(01).

       01 WS-CARTA-LINHA           PIC X(80) VALUE SPACES.
       01 WS-ENC-NUMERO            PIC 9(06) VALUE ZEROS.
       01 WS-ENC-NOME              PIC X(30) VALUE SPACES.
       01 WS-ENC-EMAIL             PIC X(50) VALUE SPACES.
       01 WS-ALU-NOME              PIC X(30) VALUE SPACES.
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01 OFERTA-PARAMETRES.
           02 OFE-TURMA                PIC X(05).
           02 OFE-ANO-LETIVO           PIC 9(04).
           02 OFE-CONT-OFERTAS         PIC 9(03).
           02 OFE-RESULTADO            PIC X(01).
               88 OFE-OK                      VALUE 'S'.
               88 OFE-SEM-LISTA               VALUE 'F'.

       PROCEDURE DIVISION USING OFERTA-PARAMETRES.
       MAIN-PROCEDURE.

           MOVE ZEROS TO OFE-CONT-OFERTAS
           SET OFE-OK TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM CARREGA-ESPERA

           IF NOT OFE-SEM-LISTA
               PERFORM TRATA-TURMA
           END-IF

           GOBACK.

       TRATA-TURMA.

           PERFORM LE-CAPACIDADE
           PERFORM CONTA-MATRICULADOS

      * Os matriculados mais as vagas oferecidas e por responder
      * ocupam lugar; um candidato que entretanto se matriculou
      * por outra via sai da lista como matriculado.
           MOVE WS-CAB-CONT TO WS-OCUPADOS
           PERFORM CONTA-OFERTA-PENDENTE
               VARYING WS-ESP-IDX FROM 1 BY 1
               UNTIL WS-ESP-IDX > WS-ESP-CONT

           MOVE 1 TO WS-ESP-ESCOLHIDO
           PERFORM OFERECE-VAGA
               UNTIL WS-OCUPADOS >= WS-CAPACIDADE
                  OR WS-ESP-ESCOLHIDO = ZERO

           IF WS-ESP-ALTERADOS > ZERO
               PERFORM REGRAVA-ESPERA
           END-IF.

       CARREGA-ESPERA.

           MOVE ZEROS TO WS-ESP-CONT WS-ESP-ALTERADOS
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ESPERA
           IF WS-FS-ESPERA NOT = "00"
               SET OFE-SEM-LISTA TO TRUE
           ELSE
               PERFORM LE-ESPERA
               PERFORM GUARDA-ESPERA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ESPERA
           END-IF.

       LE-ESPERA.

           READ ESPERA
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-ESPERA.

           IF WS-ESP-CONT < WS-ESP-MAX
               ADD 1 TO WS-ESP-CONT
               MOVE ESP-TURMA       TO WS-ET-TURMA (WS-ESP-CONT)
               MOVE ESP-ALUNO       TO WS-ET-ALUNO (WS-ESP-CONT)
               MOVE ESP-ANO-LETIVO  TO WS-ET-ANO (WS-ESP-CONT)
               MOVE ESP-DATA-PEDIDO TO WS-ET-DATA-PEDIDO (WS-ESP-CONT)
               MOVE ESP-PRIORIDADE  TO WS-ET-PRIORIDADE (WS-ESP-CONT)
               MOVE ESP-ESTADO      TO WS-ET-ESTADO (WS-ESP-CONT)
               MOVE ESP-ESTADO      TO WS-ET-NOVO-ESTADO (WS-ESP-CONT)
           END-IF

           PERFORM LE-ESPERA.

      * Sem registo de turma (ou com capacidade a zero) nao ha
      * limite a impor, como no PROGMATRICULA.
       LE-CAPACIDADE.

           MOVE 999 TO WS-CAPACIDADE
           MOVE 'N' TO WS-TURMA-ACHADA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TURMAS
           IF WS-FS-TURMAS = "00"
               PERFORM LE-TURMA
               PERFORM VERIFICA-TURMA
                   UNTIL WS-SEM-MAIS-REGISTOS OR WS-TURMA-EXISTE
               CLOSE TURMAS
           END-IF.

       LE-TURMA.

           READ TURMAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-TURMA.

           IF TUR-CODIGO = OFE-TURMA
               SET WS-TURMA-EXISTE TO TRUE
               IF TUR-CAPACIDADE > ZERO
                   MOVE TUR-CAPACIDADE TO WS-CAPACIDADE
               END-IF
           ELSE
               PERFORM LE-TURMA
           END-IF.

       CONTA-MATRICULADOS.

           MOVE ZEROS TO WS-CAB-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT MATRICULAS
           IF WS-FS-MATRICULAS = "00"
               PERFORM LE-MATRICULA
               PERFORM CONTA-CABECA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE MATRICULAS
           END-IF.

       LE-MATRICULA.

           READ MATRICULAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       CONTA-CABECA.

           IF MAT-TURMA = OFE-TURMA
              AND (MAT-ANO-LETIVO NOT NUMERIC
                   OR MAT-ANO-LETIVO = ZEROS
                   OR MAT-ANO-LETIVO = OFE-ANO-LETIVO)
               MOVE MAT-ALUNO TO WS-ALUNO-PROCURA
               MOVE 'N' TO WS-CAB-ACHADO
               PERFORM PROCURA-CABECA
                   VARYING WS-CAB-IDX FROM 1 BY 1
                   UNTIL WS-CAB-IDX > WS-CAB-CONT
                      OR WS-CAB-JA-CONTADO
               IF NOT WS-CAB-JA-CONTADO
                  AND WS-CAB-CONT < WS-CAB-MAX
                   ADD 1 TO WS-CAB-CONT
                   MOVE WS-ALUNO-PROCURA
                        TO WS-CAB-ALUNO (WS-CAB-CONT)
               END-IF
           END-IF

           PERFORM LE-MATRICULA.

       PROCURA-CABECA.

           IF WS-CAB-ALUNO (WS-CAB-IDX) = WS-ALUNO-PROCURA
               SET WS-CAB-JA-CONTADO TO TRUE
           END-IF.

       CONTA-OFERTA-PENDENTE.

           IF WS-ET-TURMA (WS-ESP-IDX) = OFE-TURMA
              AND WS-ET-ANO (WS-ESP-IDX) = OFE-ANO-LETIVO
              AND (WS-ET-ESTADO (WS-ESP-IDX) = 'E'
                   OR WS-ET-ESTADO (WS-ESP-IDX) = 'O')
               MOVE WS-ET-ALUNO (WS-ESP-IDX) TO WS-ALUNO-PROCURA
               MOVE 'N' TO WS-CAB-ACHADO
               PERFORM PROCURA-CABECA
                   VARYING WS-CAB-IDX FROM 1 BY 1
                   UNTIL WS-CAB-IDX > WS-CAB-CONT
                      OR WS-CAB-JA-CONTADO
               EVALUATE TRUE
                   WHEN WS-CAB-JA-CONTADO
                       MOVE 'M' TO WS-ET-NOVO-ESTADO (WS-ESP-IDX)
                       ADD 1 TO WS-ESP-ALTERADOS
                   WHEN WS-ET-ESTADO (WS-ESP-IDX) = 'O'
                       ADD 1 TO WS-OCUPADOS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * OFERTA DE UMA VAGA AO CANDIDATO SEGUINTE
      ******************************************************************
       OFERECE-VAGA.

           MOVE ZEROS TO WS-ESP-ESCOLHIDO
           PERFORM ESCOLHE-CANDIDATO
               VARYING WS-ESP-IDX FROM 1 BY 1
               UNTIL WS-ESP-IDX > WS-ESP-CONT

           IF WS-ESP-ESCOLHIDO NOT = ZERO
               MOVE 'O' TO WS-ET-NOVO-ESTADO (WS-ESP-ESCOLHIDO)
               ADD 1 TO WS-ESP-ALTERADOS
               ADD 1 TO WS-OCUPADOS
               ADD 1 TO OFE-CONT-OFERTAS
               PERFORM EMITE-CARTA-OFERTA
           END-IF.

      * Melhor candidato: com prioridade antes de sem prioridade,
      * depois o pedido mais antigo; em caso de empate fica o que
      * aparece primeiro no ficheiro.
       ESCOLHE-CANDIDATO.

           IF WS-ET-TURMA (WS-ESP-IDX) = OFE-TURMA
              AND WS-ET-ANO (WS-ESP-IDX) = OFE-ANO-LETIVO
              AND WS-ET-NOVO-ESTADO (WS-ESP-IDX) = 'E'
               EVALUATE TRUE
                   WHEN WS-ESP-ESCOLHIDO = ZERO
                       MOVE WS-ESP-IDX TO WS-ESP-ESCOLHIDO
                   WHEN WS-ET-PRIORIDADE (WS-ESP-IDX) NOT = SPACE
                    AND WS-ET-PRIORIDADE (WS-ESP-ESCOLHIDO) = SPACE
                       MOVE WS-ESP-IDX TO WS-ESP-ESCOLHIDO
                   WHEN WS-ET-PRIORIDADE (WS-ESP-IDX) = SPACE
                    AND WS-ET-PRIORIDADE (WS-ESP-ESCOLHIDO)
                        NOT = SPACE
                       CONTINUE
                   WHEN WS-ET-DATA-PEDIDO (WS-ESP-IDX)
                        < WS-ET-DATA-PEDIDO (WS-ESP-ESCOLHIDO)
                       MOVE WS-ESP-IDX TO WS-ESP-ESCOLHIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       EMITE-CARTA-OFERTA.

           PERFORM PROCURA-ENCARREGADO

           OPEN EXTEND CARTAS
           IF WS-FS-CARTAS = "35"
               OPEN OUTPUT CARTAS
               CLOSE CARTAS
               OPEN EXTEND CARTAS
           END-IF

           MOVE ALL "=" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

      * A linha de despacho poe a carta na fila do PROGDESPACHO
      * como PENDENTE - e ele que a marca impressa ou enviada.
           MOVE "DESPACHO: PENDENTE" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "EXMO(A). SR(A). " WS-ENC-NOME
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "E-MAIL: " WS-ENC-EMAIL
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

      * O numero do encarregado deixa o PROGDESPACHO consultar os
      * canais que ele autorizou.
           MOVE SPACES TO WS-CARTA-LINHA
           STRING "CLIENTE: " WS-ENC-NUMERO
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "OFERTA DE VAGA NA TURMA " OFE-TURMA
                  " - ANO LETIVO " OFE-ANO-LETIVO
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "ALUNO: " WS-ET-ALUNO (WS-ESP-ESCOLHIDO) " "
                  WS-ALU-NOME
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-ET-DATA-PEDIDO (WS-ESP-ESCOLHIDO) (7: 2) "/"
                  WS-ET-DATA-PEDIDO (WS-ESP-ESCOLHIDO) (5: 2) "/"
                  WS-ET-DATA-PEDIDO (WS-ESP-ESCOLHIDO) (1: 4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING
           MOVE SPACES TO WS-CARTA-LINHA
           STRING "O SEU EDUCANDO, EM LISTA DE ESPERA DESDE "
                  WS-DATA-EDIT ", TEM LUGAR NA TURMA."
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE "QUEIRA CONFIRMAR A MATRICULA NA SECRETARIA."
                TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

           MOVE ALL "=" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

           CLOSE CARTAS.

      * Nome do aluno e encarregado vem do mestre de alunos, nome e
      * e-mail do encarregado de CLIENTES.DAT; sem eles a carta sai
      * para tratar na secretaria.
       PROCURA-ENCARREGADO.

           MOVE SPACES TO WS-ALU-NOME
           MOVE ZEROS  TO WS-ENC-NUMERO
           MOVE "(ENCARREGADO NAO REGISTADO)" TO WS-ENC-NOME
           MOVE "(SEM E-MAIL - TRATAR NA SECRETARIA)"
                TO WS-ENC-EMAIL

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS = "00"
               MOVE WS-ET-ALUNO (WS-ESP-ESCOLHIDO) TO ALU-NUMERO
               READ ALUNOS
               IF WS-FS-ALUNOS = "00"
                   MOVE ALU-NOME        TO WS-ALU-NOME
                   MOVE ALU-ENCARREGADO TO WS-ENC-NUMERO
               END-IF
               CLOSE ALUNOS
           END-IF

           IF WS-ENC-NUMERO > ZERO
               OPEN INPUT CLIENTES
               IF WS-FS-CLIENTES = "00"
                   MOVE WS-ENC-NUMERO TO CLI-ID
                   READ CLIENTES
                   IF WS-FS-CLIENTES = "00"
                       MOVE CLI-NOME  TO WS-ENC-NOME
                       MOVE CLI-EMAIL TO WS-ENC-EMAIL
                   END-IF
                   CLOSE CLIENTES
               END-IF
           END-IF.

       GRAVA-LINHA-CARTA.

           MOVE WS-CARTA-LINHA TO FD-CARTA-REG
           WRITE FD-CARTA-REG.

      ******************************************************************
      * REGRAVACAO DE ESPERA.DAT COM OS NOVOS ESTADOS
      ******************************************************************
       REGRAVA-ESPERA.

           MOVE ZEROS TO WS-ESP-ORDEM
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ESPERA
           OPEN OUTPUT TRABALHO

           PERFORM LE-ESPERA
           PERFORM TRATA-ESPERA
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE ESPERA
           CLOSE TRABALHO

           PERFORM COPIA-DE-VOLTA.

       TRATA-ESPERA.

           ADD 1 TO WS-ESP-ORDEM
           IF WS-ESP-ORDEM NOT > WS-ESP-CONT
               IF WS-ET-NOVO-ESTADO (WS-ESP-ORDEM)
                  NOT = WS-ET-ESTADO (WS-ESP-ORDEM)
                   MOVE WS-ET-NOVO-ESTADO (WS-ESP-ORDEM)
                        TO ESP-ESTADO
                   IF ESP-OFERECIDA
                       MOVE WS-DATA-HOJE TO ESP-DATA-OFERTA
                   END-IF
               END-IF
           END-IF

           MOVE FD-ESPERA-REG TO FD-TRABALHO-REG
           WRITE FD-TRABALHO-REG

           PERFORM LE-ESPERA.

       COPIA-DE-VOLTA.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TRABALHO
           OPEN OUTPUT ESPERA

           PERFORM LE-TRABALHO
           PERFORM RECARREGA-REGISTO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO
           CLOSE ESPERA.

       LE-TRABALHO.

           READ TRABALHO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-REGISTO.

           MOVE FD-TRABALHO-REG TO FD-ESPERA-REG
           WRITE FD-ESPERA-REG

           PERFORM LE-TRABALHO.
       END PROGRAM PROGOFERTA.
