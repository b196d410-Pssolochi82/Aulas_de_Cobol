      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: CATALOGO DE SERVICOS OPCIONAIS (SERVICOS.DAT) E
      *          ADESOES DOS ALUNOS AOS SERVICOS MENSAIS
      *          (ADESOES.DAT).
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGPRECO. O catalogo
      *            (SRVREG.cpy) tem codigo, descricao, preco, codigo
      *            de IVA, forma de cobranca (M = mensal por adesao,
      *            R = por refeicao do registo diario do PROGREFEICAO)
      *            e estado; a alteracao regrava por SERVICOS.TMP. A
      *            adesao (ADSREG.cpy) liga um aluno ativo a um
      *            servico mensal com data de inicio; terminar a
      *            adesao carimba a data de fim, regravando por
      *            ADESOES.TMP. A corrida mensal do PROGFATURA poe
      *            uma linha por adesao na fatura da propina.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSERVICO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICOS     ASSIGN TO "SERVICOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SERVICOS.
           SELECT TRABALHO-SRV ASSIGN TO "SERVICOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT ADESOES      ASSIGN TO "ADESOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADESOES.
           SELECT TRABALHO-ADS ASSIGN TO "ADESOES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT ALUNOS       ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
       DATA DIVISION.
       FILE SECTION.
       FD  SERVICOS.
       COPY "SRVREG.cpy" REPLACING NIVEL-SRV BY 01
                                   CAMPO-SRV-REG BY FD-SERVICO-REG.

       FD  TRABALHO-SRV.
       01  FD-TRABALHO-SRV-REG         PIC X(48).

       FD  ADESOES.
       COPY "ADSREG.cpy" REPLACING NIVEL-ADS BY 01
                                   CAMPO-ADS-REG BY FD-ADESAO-REG.

       FD  TRABALHO-ADS.
       01  FD-TRABALHO-ADS-REG         PIC X(27).

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-SERVICOS           PIC X(02) VALUE ZEROS.
       01 WS-FS-ADESOES            PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-CODIGO                PIC X(05) VALUE SPACES.
       01 WS-DESCRICAO             PIC X(30) VALUE SPACES.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-VALOR.
       01 WS-IVA-CODIGO            PIC X(01) VALUE SPACE.
       01 WS-COBRANCA              PIC X(01) VALUE SPACE.
       01 WS-ESTADO                PIC X(01) VALUE SPACE.
       01 WS-ALUNO-NUM             PIC 9(06) VALUE ZEROS.
       01 WS-DATA-INICIO           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FIM              PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       01 WS-SERVICO-ACHADO        PIC X VALUE 'N'.
           88 WS-SERVICO-EXISTE           VALUE 'S'.
       01 WS-ALUNO-ACHADO          PIC X VALUE 'N'.
           88 WS-ALUNO-EXISTE             VALUE 'S'.
       01 WS-ALTERACAO-FEITA       PIC X VALUE 'N'.
           88 WS-REGISTO-ALTERADO         VALUE 'S'.
       01 WS-DADOS-VALIDOS         PIC X VALUE 'N'.
           88 WS-DADOS-OK                 VALUE 'S'.

       01 WS-VALOR-EDIT            PIC -(07)9.99.
       01 WS-CONT-LISTADAS         PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   SERVICOS OPCIONAIS E ADESOES          *"
           DISPLAY "*******************************************"

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM PROCESSA-OPCAO
               UNTIL WS-OPCAO = ZERO

           DISPLAY "MANUTENCAO DE SERVICOS TERMINADA."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - ACRESCENTAR SERVICO AO CATALOGO"
           DISPLAY "  2 - ALTERAR SERVICO (PRECO, IVA, ESTADO)"
           DISPLAY "  3 - LISTAR CATALOGO"
           DISPLAY "  4 - ADESAO DE ALUNO A SERVICO MENSAL"
           DISPLAY "  5 - TERMINAR ADESAO (FIM)"
           DISPLAY "  6 - LISTAR ADESOES"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ACRESCENTA-SERVICO
               WHEN 2
                   PERFORM ALTERA-SERVICO
               WHEN 3
                   PERFORM LISTA-SERVICOS
               WHEN 4
                   PERFORM ACRESCENTA-ADESAO
               WHEN 5
                   PERFORM TERMINA-ADESAO
               WHEN 6
                   PERFORM LISTA-ADESOES
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * CATALOGO
      ******************************************************************
       ACRESCENTA-SERVICO.

           DISPLAY "CODIGO DO SERVICO (EX. CANT, TRANS, PROL): "
           ACCEPT WS-CODIGO

           IF WS-CODIGO = SPACES
               DISPLAY "CODIGO EM FALTA - NADA GRAVADO."
           ELSE
               PERFORM PROCURA-SERVICO
               IF WS-SERVICO-EXISTE
                   DISPLAY "SERVICO " WS-CODIGO " JA EXISTE NO "
                           "CATALOGO - USE A OPCAO 2."
               ELSE
                   DISPLAY "DESCRICAO: "
                   ACCEPT WS-DESCRICAO
                   DISPLAY "PRECO (MENSAL OU POR REFEICAO): "
                   ACCEPT WS-VALOR
                   DISPLAY "CODIGO DE IVA (I=ISENTA, R=REDUZIDA, "
                           "N=NORMAL): "
                   ACCEPT WS-IVA-CODIGO
                   DISPLAY "COBRANCA (M=MENSAL POR ADESAO, "
                           "R=POR REFEICAO): "
                   ACCEPT WS-COBRANCA
                   MOVE 'A' TO WS-ESTADO
                   PERFORM VALIDA-SERVICO
                   IF WS-DADOS-OK
                       PERFORM GRAVA-SERVICO-NOVO
                   END-IF
               END-IF
           END-IF.

       VALIDA-SERVICO.

           MOVE 'N' TO WS-DADOS-VALIDOS

           EVALUATE TRUE
               WHEN WS-DESCRICAO = SPACES
                   DISPLAY "DESCRICAO EM FALTA - NADA GRAVADO."
               WHEN WS-VALOR NOT > ZEROS
                   DISPLAY "PRECO INVALIDO - NADA GRAVADO."
               WHEN WS-IVA-CODIGO NOT = 'I'
                AND WS-IVA-CODIGO NOT = 'R'
                AND WS-IVA-CODIGO NOT = 'N'
                   DISPLAY "CODIGO DE IVA INVALIDO - NADA GRAVADO."
               WHEN WS-COBRANCA NOT = 'M'
                AND WS-COBRANCA NOT = 'R'
                   DISPLAY "FORMA DE COBRANCA INVALIDA - NADA "
                           "GRAVADO."
               WHEN WS-ESTADO NOT = 'A' AND WS-ESTADO NOT = 'I'
                   DISPLAY "ESTADO INVALIDO - NADA GRAVADO."
               WHEN OTHER
                   SET WS-DADOS-OK TO TRUE
           END-EVALUATE.

       GRAVA-SERVICO-NOVO.

           OPEN EXTEND SERVICOS
           IF WS-FS-SERVICOS = "35"
               OPEN OUTPUT SERVICOS
               CLOSE SERVICOS
               OPEN EXTEND SERVICOS
           END-IF

           MOVE WS-CODIGO      TO SRV-CODIGO
           MOVE WS-DESCRICAO   TO SRV-DESCRICAO
           MOVE WS-VALOR       TO SRV-VALOR
           MOVE WS-IVA-CODIGO  TO SRV-IVA-CODIGO
           MOVE WS-COBRANCA    TO SRV-COBRANCA
           MOVE WS-ESTADO      TO SRV-ESTADO
           WRITE FD-SERVICO-REG

           CLOSE SERVICOS

           DISPLAY "SERVICO GRAVADO.".

      * Deixa o registo do servico procurado na area do FD.
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

      * ENTER (ou zero no preco) mantem o valor atual do campo.
       ALTERA-SERVICO.

           DISPLAY "CODIGO DO SERVICO: "
           ACCEPT WS-CODIGO

           PERFORM PROCURA-SERVICO

           IF NOT WS-SERVICO-EXISTE
               DISPLAY "SERVICO " WS-CODIGO " NAO EXISTE NO "
                       "CATALOGO."
           ELSE
               MOVE SRV-DESCRICAO  TO WS-DESCRICAO
               MOVE SRV-COBRANCA   TO WS-COBRANCA
               MOVE SRV-VALOR      TO WS-VALOR-EDIT
               DISPLAY "SERVICO: " SRV-DESCRICAO
               DISPLAY "PRECO ATUAL " WS-VALOR-EDIT " IVA "
                       SRV-IVA-CODIGO " ESTADO " SRV-ESTADO

               MOVE ZEROS TO WS-VALOR
               DISPLAY "NOVO PRECO (0 = MANTER): "
               ACCEPT WS-VALOR
               IF WS-VALOR = ZEROS
                   MOVE SRV-VALOR TO WS-VALOR
               END-IF

               MOVE SPACE TO WS-IVA-CODIGO
               DISPLAY "NOVO CODIGO DE IVA (ENTER = MANTER): "
               ACCEPT WS-IVA-CODIGO
               IF WS-IVA-CODIGO = SPACE
                   MOVE SRV-IVA-CODIGO TO WS-IVA-CODIGO
               END-IF

               MOVE SPACE TO WS-ESTADO
               DISPLAY "NOVO ESTADO (A=ATIVO, I=INATIVO, "
                       "ENTER = MANTER): "
               ACCEPT WS-ESTADO
               IF WS-ESTADO = SPACE
                   MOVE SRV-ESTADO TO WS-ESTADO
               END-IF

               PERFORM VALIDA-SERVICO
               IF WS-DADOS-OK
                   PERFORM REGRAVA-SERVICOS
               END-IF
           END-IF.

       REGRAVA-SERVICOS.

           MOVE 'N' TO WS-ALTERACAO-FEITA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT SERVICOS
           OPEN OUTPUT TRABALHO-SRV
           PERFORM LE-SERVICO
           PERFORM TRATA-ALTERACAO-SERVICO
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE SERVICOS
           CLOSE TRABALHO-SRV

           PERFORM COPIA-SERVICOS-DE-VOLTA

           IF WS-REGISTO-ALTERADO
               DISPLAY "SERVICO ALTERADO."
           END-IF.

       TRATA-ALTERACAO-SERVICO.

           IF SRV-CODIGO = WS-CODIGO
              AND NOT WS-REGISTO-ALTERADO
               MOVE WS-VALOR      TO SRV-VALOR
               MOVE WS-IVA-CODIGO TO SRV-IVA-CODIGO
               MOVE WS-ESTADO     TO SRV-ESTADO
               SET WS-REGISTO-ALTERADO TO TRUE
           END-IF

           MOVE FD-SERVICO-REG TO FD-TRABALHO-SRV-REG
           WRITE FD-TRABALHO-SRV-REG

           PERFORM LE-SERVICO.

       COPIA-SERVICOS-DE-VOLTA.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TRABALHO-SRV
           OPEN OUTPUT SERVICOS

           PERFORM LE-TRABALHO-SRV
           PERFORM RECARREGA-SERVICO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO-SRV
           CLOSE SERVICOS.

       LE-TRABALHO-SRV.

           READ TRABALHO-SRV
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-SERVICO.

           MOVE FD-TRABALHO-SRV-REG TO FD-SERVICO-REG
           WRITE FD-SERVICO-REG

           PERFORM LE-TRABALHO-SRV.

       LISTA-SERVICOS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADAS

           OPEN INPUT SERVICOS
           IF WS-FS-SERVICOS NOT = "00"
               DISPLAY "SERVICOS.DAT NAO ENCONTRADO."
           ELSE
               PERFORM LE-SERVICO
               PERFORM MOSTRA-SERVICO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE SERVICOS
               DISPLAY "SERVICOS LISTADOS: " WS-CONT-LISTADAS
           END-IF.

       MOSTRA-SERVICO.

           MOVE SRV-VALOR TO WS-VALOR-EDIT
           DISPLAY "  " SRV-CODIGO " " SRV-DESCRICAO " | "
                   WS-VALOR-EDIT " | IVA " SRV-IVA-CODIGO
                   " | " SRV-COBRANCA " | " SRV-ESTADO
           ADD 1 TO WS-CONT-LISTADAS

           PERFORM LE-SERVICO.

      ******************************************************************
      * ADESOES
      ******************************************************************
       ACRESCENTA-ADESAO.

           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-ALUNO-NUM

           PERFORM LE-ALUNO-MESTRE

           IF NOT WS-ALUNO-EXISTE
               DISPLAY "ALUNO " WS-ALUNO-NUM " NAO EXISTE NO "
                       "MESTRE DE ALUNOS (OU ESTA INATIVO)."
           ELSE
               DISPLAY "CODIGO DO SERVICO: "
               ACCEPT WS-CODIGO
               PERFORM PROCURA-SERVICO
               EVALUATE TRUE
                   WHEN NOT WS-SERVICO-EXISTE
                       DISPLAY "SERVICO " WS-CODIGO " NAO EXISTE "
                               "NO CATALOGO."
                   WHEN NOT SRV-ATIVO
                       DISPLAY "SERVICO " WS-CODIGO " INATIVO."
                   WHEN NOT SRV-MENSAL
                       DISPLAY "SERVICO COBRADO POR REFEICAO - "
                               "REGISTE AS REFEICOES NO "
                               "PROGREFEICAO."
                   WHEN OTHER
                       DISPLAY "INICIO (AAAAMMDD, 0 = HOJE): "
                       ACCEPT WS-DATA-INICIO
                       IF WS-DATA-INICIO = ZEROS
                           MOVE WS-DATA-HOJE TO WS-DATA-INICIO
                       END-IF
                       PERFORM GRAVA-ADESAO-NOVA
               END-EVALUATE
           END-IF.

       LE-ALUNO-MESTRE.

           MOVE 'N' TO WS-ALUNO-ACHADO

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS = "00"
               MOVE WS-ALUNO-NUM TO ALU-NUMERO
               READ ALUNOS
               IF WS-FS-ALUNOS = "00" AND ALU-ATIVO
                   SET WS-ALUNO-EXISTE TO TRUE
                   DISPLAY "ALUNO: " ALU-NOME
               END-IF
               CLOSE ALUNOS
           ELSE
               DISPLAY "AVISO: ALUNOS.DAT NAO ENCONTRADO - ALUNO "
                       "ACEITE SEM VALIDACAO."
               SET WS-ALUNO-EXISTE TO TRUE
           END-IF.

       GRAVA-ADESAO-NOVA.

           OPEN EXTEND ADESOES
           IF WS-FS-ADESOES = "35"
               OPEN OUTPUT ADESOES
               CLOSE ADESOES
               OPEN EXTEND ADESOES
           END-IF

           MOVE WS-ALUNO-NUM   TO ADS-ALUNO
           MOVE WS-CODIGO      TO ADS-SERVICO
           MOVE WS-DATA-INICIO TO ADS-INICIO
           MOVE ZEROS          TO ADS-FIM
           WRITE FD-ADESAO-REG

           CLOSE ADESOES

           DISPLAY "ADESAO GRAVADA.".

      * Terminar = carimbar a data de fim na adesao em aberto,
      * regravando o ficheiro pelo de trabalho.
       TERMINA-ADESAO.

           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-ALUNO-NUM
           DISPLAY "CODIGO DO SERVICO: "
           ACCEPT WS-CODIGO
           DISPLAY "FIM (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-FIM

           IF WS-DATA-FIM = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-FIM
           END-IF

           MOVE 'N' TO WS-ALTERACAO-FEITA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ADESOES
           IF WS-FS-ADESOES NOT = "00"
               DISPLAY "ADESOES.DAT NAO ENCONTRADO."
           ELSE
               OPEN OUTPUT TRABALHO-ADS
               PERFORM LE-ADESAO
               PERFORM TRATA-FIM-ADESAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ADESOES
               CLOSE TRABALHO-ADS

               PERFORM COPIA-ADESOES-DE-VOLTA

               IF WS-REGISTO-ALTERADO
                   DISPLAY "ADESAO TERMINADA EM " WS-DATA-FIM "."
               ELSE
                   DISPLAY "ADESAO EM ABERTO NAO ENCONTRADA - NADA "
                           "ALTERADO."
               END-IF
           END-IF.

       LE-ADESAO.

           READ ADESOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       TRATA-FIM-ADESAO.

           IF ADS-ALUNO = WS-ALUNO-NUM
              AND ADS-SERVICO = WS-CODIGO
              AND ADS-FIM = ZEROS
              AND NOT WS-REGISTO-ALTERADO
               MOVE WS-DATA-FIM TO ADS-FIM
               SET WS-REGISTO-ALTERADO TO TRUE
           END-IF

           MOVE FD-ADESAO-REG TO FD-TRABALHO-ADS-REG
           WRITE FD-TRABALHO-ADS-REG

           PERFORM LE-ADESAO.

       COPIA-ADESOES-DE-VOLTA.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TRABALHO-ADS
           OPEN OUTPUT ADESOES

           PERFORM LE-TRABALHO-ADS
           PERFORM RECARREGA-ADESAO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO-ADS
           CLOSE ADESOES.

       LE-TRABALHO-ADS.

           READ TRABALHO-ADS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-ADESAO.

           MOVE FD-TRABALHO-ADS-REG TO FD-ADESAO-REG
           WRITE FD-ADESAO-REG

           PERFORM LE-TRABALHO-ADS.

      * Aluno 0 lista todas as adesoes.
       LISTA-ADESOES.

           DISPLAY "NUMERO DO ALUNO (0 = TODOS): "
           ACCEPT WS-ALUNO-NUM

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADAS

           OPEN INPUT ADESOES
           IF WS-FS-ADESOES NOT = "00"
               DISPLAY "ADESOES.DAT NAO ENCONTRADO."
           ELSE
               PERFORM LE-ADESAO
               PERFORM MOSTRA-ADESAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ADESOES
               DISPLAY "ADESOES LISTADAS: " WS-CONT-LISTADAS
           END-IF.

       MOSTRA-ADESAO.

           IF WS-ALUNO-NUM = ZEROS
              OR ADS-ALUNO = WS-ALUNO-NUM
               DISPLAY "  ALUNO " ADS-ALUNO " | " ADS-SERVICO
                       " | " ADS-INICIO " A " ADS-FIM
               ADD 1 TO WS-CONT-LISTADAS
           END-IF

           PERFORM LE-ADESAO.
       END PROGRAM PROGSERVICO.
