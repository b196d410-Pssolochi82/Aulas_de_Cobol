      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: REGISTO DIARIO DE REFEICOES (REFEICOES.DAT) DOS
      *          SERVICOS COBRADOS POR REFEICAO.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. A cantina lanca, por dia e por
      *            servico do catalogo cobrado por refeicao
      *            (SRV-POR-REFEICAO de SERVICOS.DAT), os numeros dos
      *            alunos que almocaram; a mesma refeicao nao entra
      *            duas vezes. A corrida mensal do PROGFATURA fatura
      *            as refeicoes do mes anterior na fatura da propina.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREFEICAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFEICOES ASSIGN TO "REFEICOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFEICOES.
           SELECT SERVICOS  ASSIGN TO "SERVICOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SERVICOS.
           SELECT ALUNOS    ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
       DATA DIVISION.
       FILE SECTION.
       FD  REFEICOES.
       COPY "REFREG.cpy" REPLACING NIVEL-REF BY 01
                                   CAMPO-REF-REG BY FD-REFEICAO-REG.

       FD  SERVICOS.
       COPY "SRVREG.cpy" REPLACING NIVEL-SRV BY 01
                                   CAMPO-SRV-REG BY FD-SERVICO-REG.

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-REFEICOES          PIC X(02) VALUE ZEROS.
       01 WS-FS-SERVICOS           PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-DATA-REFEICAO         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-CODIGO                PIC X(05) VALUE SPACES.
       01 WS-ALUNO-NUM             PIC 9(06) VALUE ZEROS.

       01 WS-SERVICO-ACHADO        PIC X VALUE 'N'.
           88 WS-SERVICO-EXISTE           VALUE 'S'.
       01 WS-ALUNOS-ABERTO         PIC X VALUE 'N'.
           88 WS-ALUNOS-DISPONIVEL        VALUE 'S'.
       01 WS-REFEICAO-REPETIDA     PIC X VALUE 'N'.
           88 WS-JA-REGISTADA             VALUE 'S'.

      * Alunos ja lancados no dia e servico, para recusar repetidos.
       01 WS-DIA-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-DIA-MAX               PIC 9(03) VALUE 500.
       01 WS-DIA-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-DIA-TAB OCCURS 500 TIMES.
           03 WS-DI-ALUNO              PIC 9(06).

       01 WS-CONT-GRAVADAS         PIC 9(03) VALUE ZEROS.
       01 WS-CONT-LISTADAS         PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   REGISTO DIARIO DE REFEICOES           *"
           DISPLAY "*******************************************"

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM PROCESSA-OPCAO
               UNTIL WS-OPCAO = ZERO

           DISPLAY "REGISTO DE REFEICOES TERMINADO."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - LANCAR REFEICOES DO DIA"
           DISPLAY "  2 - LISTAR REFEICOES DE UM DIA"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LANCA-REFEICOES
               WHEN 2
                   PERFORM LISTA-REFEICOES
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PEDE-DIA-E-SERVICO.

           DISPLAY "DATA DAS REFEICOES (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-REFEICAO
           IF WS-DATA-REFEICAO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-REFEICAO
           END-IF

           DISPLAY "CODIGO DO SERVICO (EX. CANT): "
           ACCEPT WS-CODIGO.

       LANCA-REFEICOES.

           PERFORM PEDE-DIA-E-SERVICO
           PERFORM PROCURA-SERVICO

           EVALUATE TRUE
               WHEN NOT WS-SERVICO-EXISTE
                   DISPLAY "SERVICO " WS-CODIGO " NAO EXISTE NO "
                           "CATALOGO (PROGSERVICO)."
               WHEN NOT SRV-ATIVO
                   DISPLAY "SERVICO " WS-CODIGO " INATIVO."
               WHEN NOT SRV-POR-REFEICAO
                   DISPLAY "SERVICO " WS-CODIGO " E MENSAL - "
                           "COBRA-SE PELA ADESAO, NAO POR REFEICAO."
               WHEN OTHER
                   DISPLAY "SERVICO: " SRV-DESCRICAO
                   PERFORM CARREGA-REFEICOES-DO-DIA
                   MOVE ZEROS TO WS-CONT-GRAVADAS

                   OPEN INPUT ALUNOS
                   IF WS-FS-ALUNOS = "00"
                       SET WS-ALUNOS-DISPONIVEL TO TRUE
                   ELSE
                       MOVE 'N' TO WS-ALUNOS-ABERTO
                       DISPLAY "AVISO: ALUNOS.DAT NAO ENCONTRADO - "
                               "ALUNOS ACEITES SEM VALIDACAO."
                   END-IF

                   OPEN EXTEND REFEICOES
                   IF WS-FS-REFEICOES = "35"
                       OPEN OUTPUT REFEICOES
                       CLOSE REFEICOES
                       OPEN EXTEND REFEICOES
                   END-IF

                   MOVE 1 TO WS-ALUNO-NUM
                   PERFORM LANCA-UMA-REFEICAO
                       UNTIL WS-ALUNO-NUM = ZEROS

                   CLOSE REFEICOES
                   IF WS-ALUNOS-DISPONIVEL
                       CLOSE ALUNOS
                   END-IF

                   DISPLAY "REFEICOES GRAVADAS: " WS-CONT-GRAVADAS
           END-EVALUATE.

       PROCURA-SERVICO.

           MOVE 'N' TO WS-SERVICO-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT SERVICOS
           IF WS-FS-SERVICOS = "00"
               PERFORM LE-SERVICO
               PERFORM VERIFICA-SERVICO
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-SERVICO-EXISTE
               CLOSE SERVICOS
           END-IF.

       LE-SERVICO.

           READ SERVICOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-SERVICO.

           IF SRV-CODIGO = WS-CODIGO
               SET WS-SERVICO-EXISTE TO TRUE
           ELSE
               PERFORM LE-SERVICO
           END-IF.

       CARREGA-REFEICOES-DO-DIA.

           MOVE ZEROS TO WS-DIA-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT REFEICOES
           IF WS-FS-REFEICOES = "00"
               PERFORM LE-REFEICAO
               PERFORM GUARDA-REFEICAO-DO-DIA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE REFEICOES
           END-IF.

       LE-REFEICAO.

           READ REFEICOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-REFEICAO-DO-DIA.

           IF REF-DATA = WS-DATA-REFEICAO
              AND REF-SERVICO = WS-CODIGO
              AND WS-DIA-CONT < WS-DIA-MAX
               ADD 1 TO WS-DIA-CONT
               MOVE REF-ALUNO TO WS-DI-ALUNO (WS-DIA-CONT)
           END-IF

           PERFORM LE-REFEICAO.

       LANCA-UMA-REFEICAO.

           DISPLAY "NUMERO DO ALUNO (0 = TERMINAR): "
           MOVE ZEROS TO WS-ALUNO-NUM
           ACCEPT WS-ALUNO-NUM

           IF WS-ALUNO-NUM NOT = ZEROS
               MOVE 'N' TO WS-REFEICAO-REPETIDA
               PERFORM VERIFICA-REPETIDA
                   VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-CONT
                      OR WS-JA-REGISTADA

               MOVE WS-ALUNO-NUM TO ALU-NUMERO
               IF WS-ALUNOS-DISPONIVEL
                   READ ALUNOS
               ELSE
                   MOVE "00" TO WS-FS-ALUNOS
                   SET ALU-ATIVO TO TRUE
               END-IF

               EVALUATE TRUE
                   WHEN WS-JA-REGISTADA
                       DISPLAY "  REFEICAO JA REGISTADA NESTE DIA."
                   WHEN WS-FS-ALUNOS NOT = "00"
                       DISPLAY "  ALUNO " WS-ALUNO-NUM " NAO EXISTE."
                   WHEN NOT ALU-ATIVO
                       DISPLAY "  ALUNO " WS-ALUNO-NUM " INATIVO."
                   WHEN OTHER
                       PERFORM GRAVA-REFEICAO
               END-EVALUATE
           END-IF.

       VERIFICA-REPETIDA.

           IF WS-DI-ALUNO (WS-DIA-IDX) = WS-ALUNO-NUM
               SET WS-JA-REGISTADA TO TRUE
           END-IF.

       GRAVA-REFEICAO.

           MOVE WS-DATA-REFEICAO TO REF-DATA
           MOVE WS-ALUNO-NUM     TO REF-ALUNO
           MOVE WS-CODIGO        TO REF-SERVICO
           WRITE FD-REFEICAO-REG

           ADD 1 TO WS-CONT-GRAVADAS
           IF WS-DIA-CONT < WS-DIA-MAX
               ADD 1 TO WS-DIA-CONT
               MOVE WS-ALUNO-NUM TO WS-DI-ALUNO (WS-DIA-CONT)
           END-IF.

       LISTA-REFEICOES.

           PERFORM PEDE-DIA-E-SERVICO

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADAS

           OPEN INPUT REFEICOES
           IF WS-FS-REFEICOES NOT = "00"
               DISPLAY "REFEICOES.DAT NAO ENCONTRADO."
           ELSE
               PERFORM LE-REFEICAO
               PERFORM MOSTRA-REFEICAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE REFEICOES
               DISPLAY "REFEICOES NO DIA: " WS-CONT-LISTADAS
           END-IF.

       MOSTRA-REFEICAO.

           IF REF-DATA = WS-DATA-REFEICAO
              AND REF-SERVICO = WS-CODIGO
               DISPLAY "  ALUNO " REF-ALUNO
               ADD 1 TO WS-CONT-LISTADAS
           END-IF

           PERFORM LE-REFEICAO.
       END PROGRAM PROGREFEICAO.
