      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DE CONVERSAO DE ATRASOS EM FALTAS - PARA
      *          UM ALUNO, DISCIPLINA E ANO LETIVO, ACERTA AS FALTAS
      *          POR ATRASOS (FAL-MOTIVO ATR) COM OS ATRASOS NAO
      *          JUSTIFICADOS DE ATRASOS.DAT E ESCREVE A CARTA AO
      *          ENCARREGADO DE CADA FALTA NOVA.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. O regulamento conta um numero de
      *            atrasos nao justificados numa disciplina como uma
      *            falta. O numero vem da tabela ATRASOS de
      *            TABELAS.DAT (PROGTABCON), codigo = nivel de ensino
      *            da turma (TUR-NIVEL-ENSINO); sem entrada vale 3, e
      *            0 desliga a conversao no nivel. A conversao e
      *            refeita de raiz a cada chamada: as faltas devidas
      *            (atrasos / numero) comparam-se com as faltas ATR ja
      *            em FALTAS.DAT. Faltando faltas, acrescentam-se com
      *            a data do atraso que completou cada grupo, e cada
      *            uma leva carta aos encarregados (CARTAS.DAT, fila
      *            do PROGDESPACHO); sobrando - um atraso justificado
      *            no PROGJUSTIFICA - retiram-se as mais recentes,
      *            pela regravacao por FALTAS.TMP do PROGJUSTIFICA.
      *            Resultados: S = acertado, F = sem ATRASOS.DAT (nada
      *            a converter, faltas ATR que houver sao retiradas),
      *            E = tabela de atrasos cheia (nada alterado).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONVATR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRASOS  ASSIGN TO "ATRASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATRASOS.
           SELECT FALTAS   ASSIGN TO "FALTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FALTAS.
           SELECT TRABALHO ASSIGN TO "FALTAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT TURMAS   ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURMAS.
           SELECT ALUNOS   ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT CARTAS   ASSIGN TO "CARTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ATRASOS.
       COPY "ATSREG.cpy" REPLACING NIVEL-ATS BY 01
                                   CAMPO-ATS-REG BY FD-ATRASO-REG.

       FD  FALTAS.
       COPY "FALREG.cpy" REPLACING NIVEL-FAL BY 01
                                   CAMPO-FAL-REG BY FD-FALTA-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(62).

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
       01 WS-FS-ATRASOS            PIC X(02) VALUE ZEROS.
       01 WS-FS-FALTAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-CARTAS             PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

      * Numero de atrasos por falta quando o nivel nao tem regra.
       01 WS-ATRASOS-OMISSAO       PIC 9(02) VALUE 3.
       01 WS-TURMA-ALUNO           PIC X(05) VALUE SPACES.
       01 WS-NIVEL-ALUNO           PIC X(02) VALUE SPACES.
       01 WS-TURMA-ACHADA          PIC X VALUE 'N'.
           88 WS-TURMA-ENCONTRADA         VALUE 'S'.
       01 WS-TAB-DESC              PIC X(30) VALUE SPACES.
       01 FILLER REDEFINES WS-TAB-DESC.
           03 WS-TAB-DESC-NUM          PIC X(02).
           03 FILLER                   PIC X(28).

      * Datas (AAAAMMDD) dos atrasos nao justificados, por ordem.
       01 WS-ATD-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-ATD-MAX               PIC 9(03) VALUE 200.
       01 WS-ATD-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-ATD-TAB OCCURS 200 TIMES.
           03 WS-AT-CHAVE              PIC 9(08).

      * Datas das faltas ATR ja existentes, por ordem; a marca
      * assinala as que vao ser retiradas.
       01 WS-FCV-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-FCV-MAX               PIC 9(03) VALUE 100.
       01 WS-FCV-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-FCV-TAB OCCURS 100 TIMES.
           03 WS-FC-CHAVE              PIC 9(08).
           03 WS-FC-RETIRAR            PIC X(01).

       01 WS-INS-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-INS-POSICAO           PIC X VALUE 'N'.
           88 WS-INS-POSICAO-ACHADA       VALUE 'S'.
       01 WS-TABELA-CHEIA          PIC X VALUE 'N'.
           88 WS-SEM-ESPACO               VALUE 'S'.

       01 WS-FALTAS-DEVIDAS        PIC 9(03) VALUE ZEROS.
       01 WS-FALTA-NUM             PIC 9(03) VALUE ZEROS.
       01 WS-ATRASO-NUM            PIC 9(03) VALUE ZEROS.
       01 WS-REGISTO-RETIRADO      PIC X VALUE 'N'.
           88 WS-FALTA-RETIRADA           VALUE 'S'.

       01 WS-CHAVE                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-CHAVE.
           03 WS-CH-ANO                PIC X(04).
           03 WS-CH-MES                PIC X(02).
           03 WS-CH-DIA                PIC X(02).
       01 WS-DATA-TEXTO            PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WS-DATA-TEXTO.
           03 WS-DTX-DIA               PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DTX-MES               PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DTX-ANO               PIC X(04).

      * Carta aos encarregados.
       01 WS-ALUNOS-ABERTO         PIC X VALUE 'N'.
           88 WS-HA-ALUNOS                VALUE 'S'.
       01 WS-CLIENTES-ABERTO       PIC X VALUE 'N'.
           88 WS-HA-CLIENTES              VALUE 'S'.
       01 WS-NOME-ALUNO            PIC X(30) VALUE SPACES.
       01 WS-ENCARREGADO           PIC 9(06) VALUE ZEROS.
       01 WS-ENCARREGADO-2         PIC 9(06) VALUE ZEROS.
       01 WS-CAR-ENC               PIC 9(06) VALUE ZEROS.
       01 WS-ENC-NOME              PIC X(30) VALUE SPACES.
       01 WS-ENC-EMAIL             PIC X(50) VALUE SPACES.
       01 WS-CARTA-LINHA           PIC X(80) VALUE SPACES.
       01 WS-NUM-EDIT              PIC Z9.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.

       01 TABCON-PARAMETRES.
           02 TBC-TABELA               PIC X(10).
           02 TBC-CODIGO               PIC X(20).
           02 TBC-DATA                 PIC 9(08).
           02 TBC-DESCRICAO            PIC X(30).
           02 TBC-RESULTADO            PIC X(01).
               88 TBC-ENCONTRADO              VALUE 'S'.
               88 TBC-NAO-ENCONTRADO          VALUE 'N'.
               88 TBC-SEM-FICHEIRO            VALUE 'F'.

       LINKAGE SECTION.
       01 CONVATR-PARAMETRES.
           02 CVA-ALUNO                PIC 9(06).
           02 CVA-MATERIA              PIC A(30).
           02 CVA-ANO-LETIVO           PIC 9(04).
           02 CVA-ATRASOS              PIC 9(03).
           02 CVA-POR-FALTA            PIC 9(02).
           02 CVA-GERADAS              PIC 9(02).
           02 CVA-ANULADAS             PIC 9(02).
           02 CVA-RESULTADO            PIC X(01).
               88 CVA-OK                      VALUE 'S'.
               88 CVA-SEM-FICHEIRO            VALUE 'F'.
               88 CVA-ERRO                    VALUE 'E'.

       PROCEDURE DIVISION USING CONVATR-PARAMETRES.
       MAIN-PROCEDURE.

           SET CVA-OK TO TRUE
           MOVE ZEROS TO CVA-ATRASOS CVA-GERADAS CVA-ANULADAS
           MOVE ZEROS TO WS-ATD-CONT WS-FCV-CONT
           MOVE 'N' TO WS-TABELA-CHEIA
           MOVE SPACES TO WS-TURMA-ALUNO

           PERFORM CARREGA-ATRASOS
           PERFORM CARREGA-FALTAS-ATR

           IF WS-SEM-ESPACO
               SET CVA-ERRO TO TRUE
           ELSE
               PERFORM APURA-REGRA
               MOVE WS-ATD-CONT TO CVA-ATRASOS

               IF CVA-POR-FALTA = ZEROS
                   MOVE ZEROS TO WS-FALTAS-DEVIDAS
               ELSE
                   DIVIDE WS-ATD-CONT BY CVA-POR-FALTA
                       GIVING WS-FALTAS-DEVIDAS
               END-IF

               EVALUATE TRUE
                   WHEN WS-FALTAS-DEVIDAS > WS-FCV-CONT
                       PERFORM GERA-FALTAS
                   WHEN WS-FALTAS-DEVIDAS < WS-FCV-CONT
                       PERFORM ANULA-FALTAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           GOBACK.

      ******************************************************************
      * ATRASOS NAO JUSTIFICADOS E FALTAS JA CONVERTIDAS
      ******************************************************************
       CARREGA-ATRASOS.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ATRASOS
           IF WS-FS-ATRASOS NOT = "00"
               SET CVA-SEM-FICHEIRO TO TRUE
           ELSE
               PERFORM LE-ATRASO
               PERFORM GUARDA-ATRASO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ATRASOS
           END-IF.

       LE-ATRASO.

           READ ATRASOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * A turma (para o nivel de ensino) vem de qualquer atraso do
      * aluno na disciplina, justificado ou nao.
       GUARDA-ATRASO.

           IF ATS-ALUNO = CVA-ALUNO
              AND ATS-MATERIA = CVA-MATERIA
              AND ATS-ANO-LETIVO = CVA-ANO-LETIVO
               MOVE ATS-TURMA TO WS-TURMA-ALUNO
               IF NOT ATS-COM-JUSTIFICACAO
                   IF WS-ATD-CONT < WS-ATD-MAX
                       MOVE ATS-DATA TO WS-DATA-TEXTO
                       PERFORM CONVERTE-PARA-CHAVE
                       ADD 1 TO WS-ATD-CONT
                       MOVE WS-ATD-CONT TO WS-INS-IDX
                       MOVE 'N' TO WS-INS-POSICAO
                       PERFORM ABRE-POSICAO-ATRASO
                           UNTIL WS-INS-POSICAO-ACHADA
                       MOVE WS-CHAVE TO WS-AT-CHAVE (WS-INS-IDX)
                   ELSE
                       SET WS-SEM-ESPACO TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM LE-ATRASO.

      * Insercao ordenada: empurra para cima as datas posteriores.
       ABRE-POSICAO-ATRASO.

           IF WS-INS-IDX = 1
               SET WS-INS-POSICAO-ACHADA TO TRUE
           ELSE
               IF WS-AT-CHAVE (WS-INS-IDX - 1) <= WS-CHAVE
                   SET WS-INS-POSICAO-ACHADA TO TRUE
               ELSE
                   MOVE WS-AT-CHAVE (WS-INS-IDX - 1)
                        TO WS-AT-CHAVE (WS-INS-IDX)
                   SUBTRACT 1 FROM WS-INS-IDX
               END-IF
           END-IF.

       CARREGA-FALTAS-ATR.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT FALTAS
           IF WS-FS-FALTAS = "00"
               PERFORM LE-FALTA
               PERFORM GUARDA-FALTA-ATR
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE FALTAS
           END-IF.

       LE-FALTA.

           READ FALTAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-FALTA-ATR.

           IF FAL-ALUNO = CVA-ALUNO
              AND FAL-MATERIA = CVA-MATERIA
              AND FAL-ANO-LETIVO = CVA-ANO-LETIVO
              AND FAL-MOTIVO = "ATR"
               IF WS-FCV-CONT < WS-FCV-MAX
                   MOVE FAL-DATA TO WS-DATA-TEXTO
                   PERFORM CONVERTE-PARA-CHAVE
                   ADD 1 TO WS-FCV-CONT
                   MOVE WS-FCV-CONT TO WS-INS-IDX
                   MOVE 'N' TO WS-INS-POSICAO
                   PERFORM ABRE-POSICAO-FALTA
                       UNTIL WS-INS-POSICAO-ACHADA
                   MOVE WS-CHAVE TO WS-FC-CHAVE (WS-INS-IDX)
                   MOVE 'N' TO WS-FC-RETIRAR (WS-INS-IDX)
               ELSE
                   SET WS-SEM-ESPACO TO TRUE
               END-IF
           END-IF

           PERFORM LE-FALTA.

       ABRE-POSICAO-FALTA.

           IF WS-INS-IDX = 1
               SET WS-INS-POSICAO-ACHADA TO TRUE
           ELSE
               IF WS-FC-CHAVE (WS-INS-IDX - 1) <= WS-CHAVE
                   SET WS-INS-POSICAO-ACHADA TO TRUE
               ELSE
                   MOVE WS-FCV-TAB (WS-INS-IDX - 1)
                        TO WS-FCV-TAB (WS-INS-IDX)
                   SUBTRACT 1 FROM WS-INS-IDX
               END-IF
           END-IF.

      * Regra do nivel de ensino da turma: quantos atrasos fazem uma
      * falta (tabela ATRASOS, codigo = nivel). Sem turma, sem nivel
      * ou sem entrada vale a omissao.
       APURA-REGRA.

           MOVE WS-ATRASOS-OMISSAO TO CVA-POR-FALTA
           MOVE SPACES TO WS-NIVEL-ALUNO

           IF WS-TURMA-ALUNO NOT = SPACES
               PERFORM PROCURA-NIVEL-TURMA
           END-IF

           IF WS-NIVEL-ALUNO NOT = SPACES
               MOVE "ATRASOS" TO TBC-TABELA
               MOVE WS-NIVEL-ALUNO TO TBC-CODIGO
               MOVE ZEROS TO TBC-DATA
               MOVE 'N' TO WS-IND-CHAMADA

               CALL 'PROGTABCON' USING TABCON-PARAMETRES
                   ON EXCEPTION
                       SET WS-CHAMADA-FALHOU TO TRUE
               END-CALL

               IF NOT WS-CHAMADA-FALHOU AND TBC-ENCONTRADO
                   MOVE TBC-DESCRICAO TO WS-TAB-DESC
                   IF WS-TAB-DESC-NUM IS NUMERIC
                       MOVE WS-TAB-DESC-NUM TO CVA-POR-FALTA
                   END-IF
               END-IF
           END-IF.

       PROCURA-NIVEL-TURMA.

           MOVE 'N' TO WS-TURMA-ACHADA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TURMAS
           IF WS-FS-TURMAS = "00"
               PERFORM LE-TURMA
               PERFORM VERIFICA-TURMA
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-TURMA-ENCONTRADA
               CLOSE TURMAS
           END-IF.

       LE-TURMA.

           READ TURMAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-TURMA.

           IF TUR-CODIGO = WS-TURMA-ALUNO
               SET WS-TURMA-ENCONTRADA TO TRUE
               MOVE TUR-NIVEL-ENSINO TO WS-NIVEL-ALUNO
           ELSE
               PERFORM LE-TURMA
           END-IF.

      ******************************************************************
      * FALTAS NOVAS - UMA POR GRUPO COMPLETO DE ATRASOS
      ******************************************************************
      * A falta k tem a data do atraso k x numero (o que fechou o
      * grupo); nasce nao justificada, com o motivo ATR.
       GERA-FALTAS.

           OPEN EXTEND FALTAS
           IF WS-FS-FALTAS = "35"
               OPEN OUTPUT FALTAS
               CLOSE FALTAS
               OPEN EXTEND FALTAS
           END-IF

           OPEN EXTEND CARTAS
           IF WS-FS-CARTAS = "35"
               OPEN OUTPUT CARTAS
               CLOSE CARTAS
               OPEN EXTEND CARTAS
           END-IF

           PERFORM LE-ALUNO-ENCARREGADOS

           COMPUTE WS-FALTA-NUM = WS-FCV-CONT + 1
           PERFORM GRAVA-FALTA-ATR
               UNTIL WS-FALTA-NUM > WS-FALTAS-DEVIDAS

           IF WS-HA-CLIENTES
               CLOSE CLIENTES
           END-IF
           CLOSE CARTAS
           CLOSE FALTAS.

       GRAVA-FALTA-ATR.

           COMPUTE WS-ATRASO-NUM = WS-FALTA-NUM * CVA-POR-FALTA
           MOVE WS-AT-CHAVE (WS-ATRASO-NUM) TO WS-CHAVE
           PERFORM CONVERTE-PARA-TEXTO

           MOVE SPACES         TO FD-FALTA-REG
           MOVE WS-DATA-TEXTO  TO FAL-DATA
           MOVE CVA-ALUNO      TO FAL-ALUNO
           MOVE CVA-MATERIA    TO FAL-MATERIA
           MOVE 'N'            TO FAL-JUSTIFICADA
           MOVE "ATR"          TO FAL-MOTIVO
           MOVE SPACES         TO FAL-APROVADOR
           MOVE CVA-ANO-LETIVO TO FAL-ANO-LETIVO
           WRITE FD-FALTA-REG
           ADD 1 TO CVA-GERADAS

           MOVE WS-ENCARREGADO TO WS-CAR-ENC
           PERFORM PROCURA-ENCARREGADO
           PERFORM ESCREVE-CARTA
      * O segundo responsavel recebe carta propria.
           IF WS-ENCARREGADO-2 NOT = ZEROS
               MOVE WS-ENCARREGADO-2 TO WS-CAR-ENC
               PERFORM PROCURA-ENCARREGADO
               PERFORM ESCREVE-CARTA
           END-IF

           ADD 1 TO WS-FALTA-NUM.

      ******************************************************************
      * FALTAS A MAIS - ATRASO JUSTIFICADO DEPOIS DA CONVERSAO
      ******************************************************************
      * Saem as faltas ATR mais recentes (as da cauda da tabela
      * ordenada); o ficheiro e regravado por FALTAS.TMP.
       ANULA-FALTAS.

           COMPUTE WS-FCV-IDX = WS-FALTAS-DEVIDAS + 1
           PERFORM MARCA-RETIRAR
               VARYING WS-FCV-IDX FROM WS-FCV-IDX BY 1
               UNTIL WS-FCV-IDX > WS-FCV-CONT

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT FALTAS
           OPEN OUTPUT TRABALHO

           PERFORM LE-FALTA
           PERFORM COPIA-OU-RETIRA
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE FALTAS
           CLOSE TRABALHO

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT TRABALHO
           OPEN OUTPUT FALTAS

           PERFORM LE-TRABALHO
           PERFORM RECARREGA-REGISTO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO
           CLOSE FALTAS.

       MARCA-RETIRAR.

           MOVE 'S' TO WS-FC-RETIRAR (WS-FCV-IDX).

       COPIA-OU-RETIRA.

           MOVE 'N' TO WS-REGISTO-RETIRADO

           IF FAL-ALUNO = CVA-ALUNO
              AND FAL-MATERIA = CVA-MATERIA
              AND FAL-ANO-LETIVO = CVA-ANO-LETIVO
              AND FAL-MOTIVO = "ATR"
               MOVE FAL-DATA TO WS-DATA-TEXTO
               PERFORM CONVERTE-PARA-CHAVE
               PERFORM VERIFICA-RETIRAR
                   VARYING WS-FCV-IDX FROM 1 BY 1
                   UNTIL WS-FCV-IDX > WS-FCV-CONT
                      OR WS-FALTA-RETIRADA
           END-IF

           IF NOT WS-FALTA-RETIRADA
               MOVE FD-FALTA-REG TO FD-TRABALHO-REG
               WRITE FD-TRABALHO-REG
           END-IF

           PERFORM LE-FALTA.

       VERIFICA-RETIRAR.

           IF WS-FC-CHAVE (WS-FCV-IDX) = WS-CHAVE
              AND WS-FC-RETIRAR (WS-FCV-IDX) = 'S'
               MOVE 'N' TO WS-FC-RETIRAR (WS-FCV-IDX)
               SET WS-FALTA-RETIRADA TO TRUE
               ADD 1 TO CVA-ANULADAS
           END-IF.

       LE-TRABALHO.

           READ TRABALHO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-REGISTO.

           MOVE FD-TRABALHO-REG TO FD-FALTA-REG
           WRITE FD-FALTA-REG

           PERFORM LE-TRABALHO.

      ******************************************************************
      * CARTA AOS ENCARREGADOS
      ******************************************************************
      * Sem ALUNOS.DAT a carta segue sem encarregado identificado,
      * para tratar na secretaria.
       LE-ALUNO-ENCARREGADOS.

           MOVE ZEROS TO WS-ENCARREGADO WS-ENCARREGADO-2
           MOVE SPACES TO WS-NOME-ALUNO
           MOVE 'N' TO WS-CLIENTES-ABERTO

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS = "00"
               MOVE CVA-ALUNO TO ALU-NUMERO
               READ ALUNOS
               IF WS-FS-ALUNOS = "00"
                   MOVE ALU-NOME          TO WS-NOME-ALUNO
                   MOVE ALU-ENCARREGADO   TO WS-ENCARREGADO
      * Recarregado sem o segundo responsavel, o campo le-se em
      * branco.
                   IF ALU-ENCARREGADO-2 IS NUMERIC
                       MOVE ALU-ENCARREGADO-2 TO WS-ENCARREGADO-2
                   END-IF
               END-IF
               CLOSE ALUNOS
           END-IF

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES = "00"
               SET WS-HA-CLIENTES TO TRUE
           END-IF.

       PROCURA-ENCARREGADO.

           MOVE "(ENCARREGADO NAO REGISTADO)" TO WS-ENC-NOME
           MOVE "(SEM E-MAIL - TRATAR NA SECRETARIA)"
                TO WS-ENC-EMAIL

           IF WS-CAR-ENC > ZERO AND WS-HA-CLIENTES
               MOVE WS-CAR-ENC TO CLI-ID
               READ CLIENTES
               IF WS-FS-CLIENTES = "00"
                   MOVE CLI-NOME  TO WS-ENC-NOME
                   MOVE CLI-EMAIL TO WS-ENC-EMAIL
               END-IF
           END-IF.

       ESCREVE-CARTA.

           MOVE ALL "=" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

      * A linha de despacho poe a carta na fila do PROGDESPACHO
      * como PENDENTE.
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

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "CLIENTE: " WS-CAR-ENC
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "FALTA POR ATRASOS - ANO LETIVO " CVA-ANO-LETIVO
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "ALUNO: " CVA-ALUNO " " WS-NOME-ALUNO
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "DISCIPLINA: " CVA-MATERIA
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE CVA-POR-FALTA TO WS-NUM-EDIT
           MOVE SPACES TO WS-CARTA-LINHA
           STRING "PELO REGULAMENTO, " WS-NUM-EDIT
                  " ATRASOS NAO JUSTIFICADOS CONTAM COMO UMA FALTA."
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE WS-FALTA-NUM TO WS-NUM-EDIT
           MOVE SPACES TO WS-CARTA-LINHA
           STRING "FOI REGISTADA UMA FALTA EM " WS-DATA-TEXTO
                  " (FALTAS POR ATRASOS NO ANO: " WS-NUM-EDIT ")."
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE "UM ATRASO JUSTIFICADO NA SECRETARIA DEIXA DE CONTAR."
               TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

           MOVE ALL "=" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA.

       GRAVA-LINHA-CARTA.

           MOVE WS-CARTA-LINHA TO FD-CARTA-REG
           WRITE FD-CARTA-REG.

      ******************************************************************
      * UTILITARIOS
      ******************************************************************
       CONVERTE-PARA-CHAVE.

           MOVE WS-DTX-ANO TO WS-CH-ANO
           MOVE WS-DTX-MES TO WS-CH-MES
           MOVE WS-DTX-DIA TO WS-CH-DIA.

       CONVERTE-PARA-TEXTO.

           MOVE SPACES TO WS-DATA-TEXTO
           STRING WS-CH-DIA "/" WS-CH-MES "/" WS-CH-ANO
               DELIMITED BY SIZE INTO WS-DATA-TEXTO
           END-STRING.
       END PROGRAM PROGCONVATR.
