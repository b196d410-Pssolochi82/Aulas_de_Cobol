      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DO REGISTO DE DOCUMENTOS RETIDOS
      *          (DOCRETIDOS.DAT) - REGISTA A RETENCAO DE UMA
      *          DECLARACAO OU HISTORICO POR DIVIDA E DA-A COMO
      *          EMITIDA QUANDO O DOCUMENTO SAI.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGDISCON/PROGCONSCON.
      *            Chamada pelo PROGCERTIFICADO e pelo PROGTRANSCRITO.
      *            RTD-FUNCAO R = reter: se ja ha um registo retido
      *            do mesmo documento (tipo, aluno e ano letivo) fica
      *            esse com a divida e a data de agora, senao junta
      *            um novo. RTD-FUNCAO E = emitido: os registos
      *            retidos do documento passam a E com a data de
      *            hoje. O ficheiro e regravado por DOCRETIDOS.TMP.
      *            RTD-RESULTADO: S = feito, N = nao havia registo
      *            retido a dar como emitido, F = erro no ficheiro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRETIDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIDOS    ASSIGN TO "DOCRETIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETIDOS.
           SELECT TRABRETIDO ASSIGN TO "DOCRETIDOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABRETIDO.
       DATA DIVISION.
       FILE SECTION.
       FD  RETIDOS.
       COPY "DRTREG.cpy" REPLACING NIVEL-DRT BY 01
                                   CAMPO-DRT-REG BY FD-RETIDO-REG.

       FD  TRABRETIDO.
       01 FD-TRABRETIDO-REG        PIC X(55).

       WORKING-STORAGE SECTION.
       01 WS-FS-RETIDOS            PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABRETIDO         PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-REGISTO-ACHADO        PIC X VALUE 'N'.
           88 WS-HA-REGISTO               VALUE 'S'.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 RETIDO-PARAMETRES.
           02 RTD-FUNCAO               PIC X(01).
               88 RTD-RETER                   VALUE 'R'.
               88 RTD-EMITIDO                 VALUE 'E'.
           02 RTD-TIPO                 PIC X(01).
           02 RTD-ALUNO                PIC 9(06).
           02 RTD-ANO-LETIVO           PIC 9(04).
           02 RTD-ENCARREGADO          PIC 9(06).
           02 RTD-DIVIDAS              PIC 9(03).
           02 RTD-VALOR                PIC S9(07)V99.
           02 RTD-OPERADOR             PIC X(08).
           02 RTD-RESULTADO            PIC X(01).
               88 RTD-OK                      VALUE 'S'.
               88 RTD-SEM-REGISTO             VALUE 'N'.
               88 RTD-ERRO-FICHEIRO           VALUE 'F'.

       PROCEDURE DIVISION USING RETIDO-PARAMETRES.
       MAIN-PROCEDURE.

           SET RTD-OK TO TRUE
           MOVE 'N' TO WS-REGISTO-ACHADO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM COPIA-PARA-TRABALHO-INICIO
           IF RTD-ERRO-FICHEIRO OR RTD-SEM-REGISTO
               GOBACK
           END-IF

           OPEN OUTPUT RETIDOS
           IF WS-FS-RETIDOS NOT = "00"
               SET RTD-ERRO-FICHEIRO TO TRUE
               GOBACK
           END-IF
           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT TRABRETIDO
           PERFORM LE-TRABALHO
           PERFORM ATUALIZA-REGISTO
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE TRABRETIDO

           EVALUATE TRUE
               WHEN RTD-RETER AND NOT WS-HA-REGISTO
                   MOVE SPACES TO FD-RETIDO-REG
                   PERFORM PREENCHE-RETENCAO
                   WRITE FD-RETIDO-REG
               WHEN RTD-EMITIDO AND NOT WS-HA-REGISTO
                   SET RTD-SEM-REGISTO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE RETIDOS

           GOBACK.

      * DOCRETIDOS.DAT passa todo para DOCRETIDOS.TMP; sem ficheiro
      * o trabalho fica vazio (e nao ha nada a dar como emitido).
       COPIA-PARA-TRABALHO-INICIO.

           OPEN OUTPUT TRABRETIDO
           IF WS-FS-TRABRETIDO NOT = "00"
               SET RTD-ERRO-FICHEIRO TO TRUE
           ELSE
               MOVE 'N' TO WS-FIM-FICHEIRO
               OPEN INPUT RETIDOS
               IF WS-FS-RETIDOS = "00"
                   PERFORM LE-RETIDO
                   PERFORM COPIA-PARA-TRABALHO
                       UNTIL WS-SEM-MAIS-REGISTOS
                   CLOSE RETIDOS
               ELSE
                   IF RTD-EMITIDO
                       SET RTD-SEM-REGISTO TO TRUE
                   END-IF
               END-IF
               CLOSE TRABRETIDO
           END-IF.

       COPIA-PARA-TRABALHO.

           MOVE FD-RETIDO-REG TO FD-TRABRETIDO-REG
           WRITE FD-TRABRETIDO-REG

           PERFORM LE-RETIDO.

       LE-RETIDO.

           READ RETIDOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LE-TRABALHO.

           READ TRABRETIDO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * Volta a gravar cada registo; o retido do mesmo documento e
      * atualizado conforme a funcao.
       ATUALIZA-REGISTO.

           MOVE FD-TRABRETIDO-REG TO FD-RETIDO-REG

           IF DRT-RETIDO
              AND DRT-TIPO       = RTD-TIPO
              AND DRT-ALUNO      = RTD-ALUNO
              AND DRT-ANO-LETIVO = RTD-ANO-LETIVO
               EVALUATE TRUE
                   WHEN RTD-RETER AND NOT WS-HA-REGISTO
                       SET WS-HA-REGISTO TO TRUE
                       PERFORM PREENCHE-RETENCAO
                   WHEN RTD-EMITIDO
                       SET WS-HA-REGISTO TO TRUE
                       SET DRT-EMITIDO TO TRUE
                       MOVE WS-DATA-HOJE TO DRT-DATA-EMISSAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           WRITE FD-RETIDO-REG

           PERFORM LE-TRABALHO.

       PREENCHE-RETENCAO.

           MOVE RTD-TIPO          TO DRT-TIPO
           MOVE RTD-ALUNO         TO DRT-ALUNO
           MOVE RTD-ANO-LETIVO    TO DRT-ANO-LETIVO
           MOVE RTD-ENCARREGADO   TO DRT-ENCARREGADO
           MOVE WS-DATA-HOJE      TO DRT-DATA
           MOVE RTD-DIVIDAS       TO DRT-DIVIDAS
           MOVE RTD-VALOR         TO DRT-VALOR
           MOVE RTD-OPERADOR      TO DRT-OPERADOR
           SET DRT-RETIDO TO TRUE
           MOVE ZEROS             TO DRT-DATA-EMISSAO.

       END PROGRAM PROGRETIDO.
