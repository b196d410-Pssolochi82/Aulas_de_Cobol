      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: REFRESCAMENTO DO CONJUNTO DE FORMACAO A PARTIR DA
      *          GERACAO DE SALVAGUARDA MAIS RECENTE (G1), COM NOMES
      *          E NIF ANONIMIZADOS.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, no molde do PROGRESTORE: so
      *            supervisores e so a partir do ambiente real. Os
      *            oito mestres da geracao G1 (o conjunto do
      *            PROGBACKUP) sao carregados no diretorio de
      *            formacao (AMB-DIRETORIO do PROGAMBIENTE) com os
      *            mesmos nomes; tudo ou nada - com um membro em
      *            falta nada e tocado. Pelo caminho sao
      *            anonimizados os nomes dos alunos (ALUNOS e
      *            BOLETIM: "ALUNO " + numero) e os clientes
      *            (CLIENTES: nome "CLIENTE " + numero, NIF
      *            ficticio valido 20 + numero + controlo, morada,
      *            telefone e email de formacao). Os ficheiros de
      *            referencia que nao entram na salvaguarda
      *            (operadores, tabelas, menu, feriados, jobs e
      *            turmas) sao copiados tal como estao no real,
      *            quando existem.
      * 15/10/26 - Como no PROGRESTORE, cada membro da G1 tem de
      *            abrir com o cabecalho de versao (VERREG.cpy) na
      *            versao atual do seu layout (LAYOUTTB.cpy); senao
      *            nada e tocado e o operador e mandado converter a
      *            geracao com o PROGCONVERTE. O cabecalho nao e
      *            carregado no conjunto de formacao.
      * 15/10/26 - O calendario escolar (CALESCOLAR.DAT) entra nos
      *            ficheiros de referencia copiados do real.
      * 15/10/26 - FATURAS e PAGAMENTOS de formacao passam a ser criados
      *            com as chaves alternativas do mestre real
      *            (FAT-CLIENTE; PAG-FATURA e PAG-CLIENTE, com
      *            duplicados); so com a chave primaria os outros
      *            programas nao os abriam no ambiente de formacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFORMACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GERACAO        ASSIGN TO DYNAMIC WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERACAO.
           SELECT DESTINO-PLANO  ASSIGN TO DYNAMIC WS-NOME-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESTINO.
           SELECT BOLETIM-MASTER ASSIGN TO DYNAMIC WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CHAVE OF FD-BOLETIM-REG
               FILE STATUS IS WS-FS-INDEXADO.
           SELECT CLIENTES       ASSIGN TO DYNAMIC WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-INDEXADO.
           SELECT ALUNOS         ASSIGN TO DYNAMIC WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-INDEXADO.
           SELECT FATURAS        ASSIGN TO DYNAMIC WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-INDEXADO.
           SELECT PAGAMENTOS     ASSIGN TO DYNAMIC WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-INDEXADO.
           SELECT PRESTACOES     ASSIGN TO DYNAMIC WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WS-FS-INDEXADO.
       DATA DIVISION.
       FILE SECTION.
       FD  GERACAO.
       01  FD-GERACAO-REG              PIC X(250).

       FD  DESTINO-PLANO.
       01  FD-DESTINO-REG              PIC X(250).

       FD  BOLETIM-MASTER.
       COPY "BOLREG.cpy" REPLACING NIVEL-BOL BY 01
                                   CAMPO-BOL-REG BY FD-BOLETIM-REG.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       FD  FATURAS.
       COPY "FATREG.cpy" REPLACING NIVEL-FAT BY 01
                                   CAMPO-FAT-REG BY FD-FATURA-REG.

       FD  PAGAMENTOS.
       COPY "PAGREG.cpy" REPLACING NIVEL-PAG BY 01
                                   CAMPO-PAG-REG BY FD-PAG-REGISTO.

       FD  PRESTACOES.
       COPY "PRESTREG.cpy" REPLACING NIVEL-PRE BY 01
                                     CAMPO-PRE-REG BY FD-PRESTA-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-GERACAO            PIC X(02) VALUE ZEROS.
       01 WS-FS-DESTINO            PIC X(02) VALUE ZEROS.
       01 WS-FS-INDEXADO           PIC X(02) VALUE ZEROS.

       01 WS-NOME-GERACAO          PIC X(40) VALUE SPACES.
       01 WS-NOME-DESTINO          PIC X(40) VALUE SPACES.
       01 WS-NOME-BASE             PIC X(14) VALUE SPACES.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

      * O conjunto da salvaguarda, como no PROGRESTORE.
       01 WS-MESTRES-TAB.
           03 FILLER   PIC X(25) VALUE 'BOLETIM.DAT   BOLETIM   I'.
           03 FILLER   PIC X(25) VALUE 'CLIENTES.DAT  CLIENTES  I'.
           03 FILLER   PIC X(25) VALUE 'ALUNOS.DAT    ALUNOS    I'.
           03 FILLER   PIC X(25) VALUE 'FATURAS.DAT   FATURAS   I'.
           03 FILLER   PIC X(25) VALUE 'PAGAMENTOS.DATPAGAMENTOSI'.
           03 FILLER   PIC X(25) VALUE 'PRESTACOES.DATPRESTACOESI'.
           03 FILLER   PIC X(25) VALUE 'MATRICULAS.DATMATRICULASF'.
           03 FILLER   PIC X(25) VALUE 'CONTROLE.DAT  CONTROLE  F'.
       01 FILLER REDEFINES WS-MESTRES-TAB.
           03 WS-MESTRE OCCURS 8 TIMES.
               05 WS-MST-VIVO          PIC X(14).
               05 WS-MST-BASE          PIC X(10).
               05 WS-MST-TIPO          PIC X(01).

       01 WS-MST-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-BASE-CORRENTE         PIC X(10) VALUE SPACES.

       COPY "LAYOUTTB.cpy".

       01 WS-LAY-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-VERSAO-ATUAL          PIC 9(02) VALUE ZEROS.

       COPY "VERREG.cpy" REPLACING NIVEL-VER BY 01
                                   CAMPO-VER-REG BY WS-CABECALHO-REG.

       01 WS-VERSAO-BOA            PIC X VALUE 'S'.
           88 WS-VERSOES-ATUAIS           VALUE 'S'.

      * Referencias fora da salvaguarda: copiadas do real como estao.
       01 WS-REFERENCIAS-TAB.
           03 FILLER   PIC X(14) VALUE 'OPERADORES.DAT'.
           03 FILLER   PIC X(14) VALUE 'TABELAS.DAT'.
           03 FILLER   PIC X(14) VALUE 'MENU.DAT'.
           03 FILLER   PIC X(14) VALUE 'FERIADOS.DAT'.
           03 FILLER   PIC X(14) VALUE 'JOBDEF.DAT'.
           03 FILLER   PIC X(14) VALUE 'TURMAS.DAT'.
           03 FILLER   PIC X(14) VALUE 'CALESCOLAR.DAT'.
       01 FILLER REDEFINES WS-REFERENCIAS-TAB.
           03 WS-REFERENCIA        PIC X(14) OCCURS 7 TIMES.

       01 WS-REF-IDX               PIC 9(01) VALUE ZEROS.

       01 WS-CONFIRMA              PIC X VALUE 'N'.

       01 WS-CONJUNTO-BOM          PIC X VALUE 'S'.
           88 WS-CONJUNTO-COMPLETO        VALUE 'S'.

       01 WS-CONT-COPIADOS         PIC 9(06) VALUE ZEROS.
       01 WS-TOTAL-COPIADOS        PIC 9(06) VALUE ZEROS.
       01 WS-CONT-ANONIMOS         PIC 9(06) VALUE ZEROS.

      * NIF ficticio: 2 + 0 + numero do cliente + digito de controlo
      * (modulo 11, a regra do PROGCLIENTE), para passar as mesmas
      * validacoes que o NIF verdadeiro.
       01 WS-NIF-TRABALHO          PIC X(09) VALUE SPACES.
       01 FILLER REDEFINES WS-NIF-TRABALHO.
           03 WS-NIF-DIGITO            PIC 9(01) OCCURS 9 TIMES.
       01 FILLER REDEFINES WS-NIF-TRABALHO.
           03 WS-NIF-PREFIXO           PIC X(02).
           03 WS-NIF-NUMERO            PIC 9(06).
           03 WS-NIF-CONTROLO-X        PIC 9(01).
       01 WS-NIF-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-NIF-PESO              PIC 9(02) VALUE ZEROS.
       01 WS-NIF-SOMA              PIC 9(04) VALUE ZEROS.
       01 WS-NIF-RESTO             PIC 9(02) VALUE ZEROS.
       01 WS-NIF-QUOC              PIC 9(04) VALUE ZEROS.
       01 WS-NIF-CONTROLO          PIC 9(02) VALUE ZEROS.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       01 AMBIENTE-PARAMETRES.
           02 AMB-FUNCAO               PIC X(01).
           02 AMB-MODO                 PIC X(01) VALUE 'R'.
               88 AMB-REAL                    VALUE 'R'.
               88 AMB-FORMACAO                VALUE 'F'.
           02 AMB-DIRETORIO            PIC X(20).
           02 AMB-MARCA                PIC X(40).
           02 AMB-RESULTADO            PIC X(01).
               88 AMB-OK                      VALUE 'S'.
               88 AMB-INVALIDO                VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*  REFRESCAMENTO DO AMBIENTE DE FORMACAO  *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF NOT WS-SIGNON-FALHOU AND SGN-OK
               PERFORM CONSULTA-AMBIENTE
           END-IF

           EVALUATE TRUE
               WHEN WS-SIGNON-FALHOU OR SGN-FALHOU
                   DISPLAY "OPERADOR NAO IDENTIFICADO - "
                           "REFRESCAMENTO RECUSADO."
               WHEN NOT SGN-SUPERVISOR
                   DISPLAY "O REFRESCAMENTO EXIGE PERFIL DE "
                           "SUPERVISOR - ACESSO RECUSADO."
               WHEN AMB-FORMACAO OR AMB-INVALIDO
                   DISPLAY "O REFRESCAMENTO CORRE A PARTIR DO "
                           "AMBIENTE REAL - SESSAO EM FORMACAO, "
                           "NADA FEITO."
               WHEN OTHER
                   PERFORM TRATA-REFRESCAMENTO
           END-EVALUATE

           GOBACK.

       CONSULTA-AMBIENTE.

           MOVE 'C' TO AMB-FUNCAO
           CALL 'PROGAMBIENTE' USING AMBIENTE-PARAMETRES
               ON EXCEPTION
                   SET AMB-INVALIDO TO TRUE
           END-CALL.

       TRATA-REFRESCAMENTO.

           PERFORM VERIFICA-CONJUNTO

           EVALUATE TRUE
               WHEN NOT WS-CONJUNTO-COMPLETO
                   DISPLAY "CONJUNTO INCOMPLETO NA GERACAO G1 - NADA "
                           "FOI TOCADO."
               WHEN NOT WS-VERSOES-ATUAIS
                   DISPLAY "GERACAO G1 FORA DA VERSAO ATUAL DO "
                           "LAYOUT - NADA FOI TOCADO."
                   DISPLAY "CONVERTA-A PRIMEIRO COM O PROGCONVERTE."
                   MOVE 'N' TO WS-CONJUNTO-BOM
               WHEN OTHER
                   PERFORM VERIFICA-DIRETORIO
           END-EVALUATE

           IF WS-CONJUNTO-COMPLETO
               DISPLAY "VAI CARREGAR A GERACAO G1, ANONIMIZADA, NO "
                       "DIRETORIO " AMB-DIRETORIO
               DISPLAY "O CONJUNTO DE FORMACAO ATUAL PERDE-SE. "
                       "CONFIRMA? (S/N): "
               ACCEPT WS-CONFIRMA

               IF WS-CONFIRMA NOT = "S"
                  AND WS-CONFIRMA NOT = "s"
                   DISPLAY "REFRESCAMENTO CANCELADO."
               ELSE
                   PERFORM CARREGA-MESTRE
                       VARYING WS-MST-IDX FROM 1 BY 1
                       UNTIL WS-MST-IDX > 8

                   PERFORM COPIA-REFERENCIA
                       VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX > 7

                   DISPLAY " "
                   DISPLAY "CONJUNTO DE FORMACAO REFRESCADO: "
                           WS-TOTAL-COPIADOS " REGISTOS, "
                           WS-CONT-ANONIMOS " ANONIMIZADOS."
               END-IF
           END-IF.

      * Tudo ou nada: os oito membros da G1 tem de existir, cada
      * um com o cabecalho da versao atual do seu layout.
       VERIFICA-CONJUNTO.

           MOVE 'S' TO WS-CONJUNTO-BOM
           MOVE 'S' TO WS-VERSAO-BOA

           PERFORM VERIFICA-MEMBRO
               VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > 8.

       VERIFICA-MEMBRO.

           PERFORM PREPARA-NOME-GERACAO

           OPEN INPUT GERACAO
           IF WS-FS-GERACAO = "00"
               PERFORM VERIFICA-CABECALHO
               CLOSE GERACAO
           ELSE
               DISPLAY "  FALTA " WS-NOME-GERACAO " NO CONJUNTO."
               MOVE 'N' TO WS-CONJUNTO-BOM
           END-IF.

       VERIFICA-CABECALHO.

           MOVE WS-MST-BASE (WS-MST-IDX) TO WS-BASE-CORRENTE
           PERFORM PROCURA-VERSAO-ATUAL

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE SPACES TO WS-CABECALHO-REG
           PERFORM LE-GERACAO
           IF NOT WS-SEM-MAIS-REGISTOS
               MOVE FD-GERACAO-REG TO WS-CABECALHO-REG
           END-IF

           EVALUATE TRUE
               WHEN NOT VER-E-CABECALHO
                   DISPLAY "  " WS-NOME-GERACAO
                           " SEM CABECALHO DE VERSAO."
                   MOVE 'N' TO WS-VERSAO-BOA
               WHEN VER-FICHEIRO NOT = WS-BASE-CORRENTE
                  OR VER-VERSAO NOT = WS-VERSAO-ATUAL
                   DISPLAY "  " WS-NOME-GERACAO " NA VERSAO V"
                           VER-VERSAO " DE " VER-FICHEIRO
                           " - A ATUAL E V" WS-VERSAO-ATUAL "."
                   MOVE 'N' TO WS-VERSAO-BOA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A versao atual do ficheiro e a sua ultima entrada em
      * LAYOUTTB.cpy.
       PROCURA-VERSAO-ATUAL.

           MOVE ZEROS TO WS-VERSAO-ATUAL

           PERFORM VERIFICA-LAYOUT
               VARYING WS-LAY-IDX FROM 1 BY 1
               UNTIL WS-LAY-IDX > LAYOUT-CONT.

       VERIFICA-LAYOUT.

           IF LAYOUT-FICHEIRO (WS-LAY-IDX) = WS-BASE-CORRENTE
              AND LAYOUT-VERSAO (WS-LAY-IDX) > WS-VERSAO-ATUAL
               MOVE LAYOUT-VERSAO (WS-LAY-IDX) TO WS-VERSAO-ATUAL
           END-IF.

      * O diretorio de formacao tem de existir (o RUNMENU.sh e o
      * RUNBATCH.sh criam-no) - prova-se abrindo um membro plano.
       VERIFICA-DIRETORIO.

           MOVE 8 TO WS-MST-IDX
           MOVE WS-MST-VIVO (WS-MST-IDX) TO WS-NOME-BASE
           PERFORM PREPARA-NOME-DESTINO

           OPEN EXTEND DESTINO-PLANO
           IF WS-FS-DESTINO = "35"
               OPEN OUTPUT DESTINO-PLANO
           END-IF

           IF WS-FS-DESTINO = "00"
               CLOSE DESTINO-PLANO
           ELSE
               DISPLAY "DIRETORIO " AMB-DIRETORIO " INACESSIVEL "
                       "(FILE STATUS " WS-FS-DESTINO ") - NADA FOI "
                       "TOCADO."
               MOVE 'N' TO WS-CONJUNTO-BOM
           END-IF.

       PREPARA-NOME-GERACAO.

           MOVE SPACES TO WS-NOME-GERACAO
           STRING WS-MST-BASE (WS-MST-IDX)
                      DELIMITED BY SPACE
                  ".G1" DELIMITED BY SIZE
               INTO WS-NOME-GERACAO
           END-STRING.

       PREPARA-NOME-DESTINO.

           MOVE SPACES TO WS-NOME-DESTINO
           STRING AMB-DIRETORIO DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-NOME-BASE DELIMITED BY SPACE
               INTO WS-NOME-DESTINO
           END-STRING.

       CARREGA-MESTRE.

           PERFORM PREPARA-NOME-GERACAO
           MOVE WS-MST-VIVO (WS-MST-IDX) TO WS-NOME-BASE
           PERFORM PREPARA-NOME-DESTINO
           MOVE ZEROS TO WS-CONT-COPIADOS
           MOVE 'N' TO WS-FIM-FICHEIRO

           DISPLAY "A CARREGAR " WS-NOME-DESTINO

           OPEN INPUT GERACAO
      * O cabecalho de versao ja foi conferido - salta-se.
           PERFORM LE-GERACAO

           IF WS-MST-TIPO (WS-MST-IDX) = 'F'
               PERFORM CARREGA-PLANO
           ELSE
               EVALUATE WS-MST-IDX
                   WHEN 1
                       PERFORM CARREGA-BOLETIM
                   WHEN 2
                       PERFORM CARREGA-CLIENTES
                   WHEN 3
                       PERFORM CARREGA-ALUNOS
                   WHEN 4
                       PERFORM CARREGA-FATURAS
                   WHEN 5
                       PERFORM CARREGA-PAGAMENTOS
                   WHEN OTHER
                       PERFORM CARREGA-PRESTACOES
               END-EVALUATE
           END-IF

           CLOSE GERACAO

           DISPLAY "  " WS-CONT-COPIADOS " REGISTOS CARREGADOS."
           ADD WS-CONT-COPIADOS TO WS-TOTAL-COPIADOS.

       LE-GERACAO.

           READ GERACAO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       CARREGA-BOLETIM.

           OPEN OUTPUT BOLETIM-MASTER
           PERFORM LE-GERACAO
           PERFORM GRAVA-BOLETIM
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE BOLETIM-MASTER.

       GRAVA-BOLETIM.

           MOVE FD-GERACAO-REG TO FD-BOLETIM-REG
           MOVE SPACES TO BOL-NOME-ALUNO
           STRING "ALUNO " BOL-ALUNO-NUM
               DELIMITED BY SIZE INTO BOL-NOME-ALUNO
           END-STRING
           WRITE FD-BOLETIM-REG
           ADD 1 TO WS-CONT-COPIADOS WS-CONT-ANONIMOS
           PERFORM LE-GERACAO.

       CARREGA-CLIENTES.

           OPEN OUTPUT CLIENTES
           PERFORM LE-GERACAO
           PERFORM GRAVA-CLIENTE
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE CLIENTES.

       GRAVA-CLIENTE.

           MOVE FD-GERACAO-REG TO FD-CLIENTE-REG

           MOVE SPACES TO CLI-NOME CLI-ENDERECO CLI-EMAIL
           STRING "CLIENTE " CLI-ID
               DELIMITED BY SIZE INTO CLI-NOME
           END-STRING
           STRING "RUA DA FORMACAO, " CLI-ID
               DELIMITED BY SIZE INTO CLI-ENDERECO
           END-STRING
           STRING "CLIENTE" CLI-ID "@FORMACAO.INVALIDO"
               DELIMITED BY SIZE INTO CLI-EMAIL
           END-STRING
           MOVE "000000000" TO CLI-TELEFONE

      * NIF em branco (nao informado) continua em branco.
           IF CLI-NIF NOT = SPACES
               PERFORM GERA-NIF-FICTICIO
               MOVE WS-NIF-TRABALHO TO CLI-NIF
           END-IF

           WRITE FD-CLIENTE-REG
           ADD 1 TO WS-CONT-COPIADOS WS-CONT-ANONIMOS
           PERFORM LE-GERACAO.

       GERA-NIF-FICTICIO.

           MOVE "20"   TO WS-NIF-PREFIXO
           MOVE CLI-ID TO WS-NIF-NUMERO
           MOVE ZERO   TO WS-NIF-CONTROLO-X

           MOVE ZEROS TO WS-NIF-SOMA
           MOVE 9 TO WS-NIF-PESO
           PERFORM SOMA-DIGITO-NIF
               VARYING WS-NIF-IDX FROM 1 BY 1
               UNTIL WS-NIF-IDX > 8

           DIVIDE WS-NIF-SOMA BY 11 GIVING WS-NIF-QUOC
                  REMAINDER WS-NIF-RESTO

           IF WS-NIF-RESTO < 2
               MOVE ZERO TO WS-NIF-CONTROLO
           ELSE
               COMPUTE WS-NIF-CONTROLO = 11 - WS-NIF-RESTO
           END-IF

           MOVE WS-NIF-CONTROLO TO WS-NIF-CONTROLO-X.

       SOMA-DIGITO-NIF.

           COMPUTE WS-NIF-SOMA = WS-NIF-SOMA
               + WS-NIF-DIGITO (WS-NIF-IDX) * WS-NIF-PESO
           SUBTRACT 1 FROM WS-NIF-PESO.

       CARREGA-ALUNOS.

           OPEN OUTPUT ALUNOS
           PERFORM LE-GERACAO
           PERFORM GRAVA-ALUNO
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE ALUNOS.

       GRAVA-ALUNO.

           MOVE FD-GERACAO-REG TO FD-ALUNO-REG
           MOVE SPACES TO ALU-NOME
           STRING "ALUNO " ALU-NUMERO
               DELIMITED BY SIZE INTO ALU-NOME
           END-STRING
           WRITE FD-ALUNO-REG
           ADD 1 TO WS-CONT-COPIADOS WS-CONT-ANONIMOS
           PERFORM LE-GERACAO.

       CARREGA-FATURAS.

           OPEN OUTPUT FATURAS
           PERFORM LE-GERACAO
           PERFORM GRAVA-FATURA
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE FATURAS.

       GRAVA-FATURA.

           MOVE FD-GERACAO-REG TO FD-FATURA-REG
           WRITE FD-FATURA-REG
           ADD 1 TO WS-CONT-COPIADOS
           PERFORM LE-GERACAO.

       CARREGA-PAGAMENTOS.

           OPEN OUTPUT PAGAMENTOS
           PERFORM LE-GERACAO
           PERFORM GRAVA-PAGAMENTO
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE PAGAMENTOS.

       GRAVA-PAGAMENTO.

           MOVE FD-GERACAO-REG TO FD-PAG-REGISTO
           WRITE FD-PAG-REGISTO
           ADD 1 TO WS-CONT-COPIADOS
           PERFORM LE-GERACAO.

       CARREGA-PRESTACOES.

           OPEN OUTPUT PRESTACOES
           PERFORM LE-GERACAO
           PERFORM GRAVA-PRESTACAO
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE PRESTACOES.

       GRAVA-PRESTACAO.

           MOVE FD-GERACAO-REG TO FD-PRESTA-REG
           WRITE FD-PRESTA-REG
           ADD 1 TO WS-CONT-COPIADOS
           PERFORM LE-GERACAO.

       CARREGA-PLANO.

           OPEN OUTPUT DESTINO-PLANO
           PERFORM LE-GERACAO
           PERFORM GRAVA-PLANO
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE DESTINO-PLANO.

       GRAVA-PLANO.

           MOVE FD-GERACAO-REG TO FD-DESTINO-REG
           WRITE FD-DESTINO-REG
           ADD 1 TO WS-CONT-COPIADOS
           PERFORM LE-GERACAO.

      * Referencia ausente no real nao e erro: os programas ja
      * tratam a falta do ficheiro.
       COPIA-REFERENCIA.

           MOVE WS-REFERENCIA (WS-REF-IDX) TO WS-NOME-GERACAO
           MOVE WS-REFERENCIA (WS-REF-IDX) TO WS-NOME-BASE
           PERFORM PREPARA-NOME-DESTINO
           MOVE ZEROS TO WS-CONT-COPIADOS
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT GERACAO
           IF WS-FS-GERACAO = "00"
               DISPLAY "A COPIAR " WS-NOME-DESTINO
               PERFORM CARREGA-PLANO
               CLOSE GERACAO
               DISPLAY "  " WS-CONT-COPIADOS " REGISTOS COPIADOS."
               ADD WS-CONT-COPIADOS TO WS-TOTAL-COPIADOS
           END-IF.
       END PROGRAM PROGFORMACAO.
