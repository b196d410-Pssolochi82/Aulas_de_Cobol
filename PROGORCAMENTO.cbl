      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: ORCAMENTO DE RECEITA VERSUS REAL - MANUTENCAO DO
      *          ORCAMENTO MENSAL POR NIVEL DE ENSINO E TIPO DE
      *          RECEITA E RELATORIO DO MES E DO ANO ATE AO MES.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. A direcao fixa um orcamento mensal
      *            de receita por nivel de ensino (TUR-NIVEL-ENSINO)
      *            e tipo (P = propinas, S = servicos, J = juros de
      *            mora) e a comparacao com o real era feita numa
      *            folha de calculo. O orcamento fica em
      *            ORCAMENTO.DAT (ORCREG.cpy); a opcao 1 (supervisor)
      *            grava ou altera uma linha, nunca num mes fechado
      *            em MESFECHO.DAT. O relatorio (ORCAMENTO.LIS, para
      *            o spool) mostra por nivel e tipo o orcado, o
      *            faturado e o cobrado, com os desvios, no mes e no
      *            ano ate ao mes:
      *            - faturado: FAT-VALOR das faturas emitidas (IVA
      *              incluido, canceladas fora) menos as notas de
      *              credito, no mes da nota;
      *            - cobrado: confirmacoes menos estornos de
      *              PAGAMENTOS.DAT (a forma K, saldo credor, conta
      *              quando e usada na fatura);
      *            - cada valor reparte-se pelos tipos na proporcao
      *              das linhas da fatura (a linha 1 "PROPINA" e
      *              propina, as outras servicos); as faturas de
      *              juros (JUR-FATURA-EMITIDA) sao juros; a fatura
      *              sem linhas conta pela descricao;
      *            - o nivel e o do aluno de que o cliente e
      *              encarregado (turma da matricula mais recente);
      *              cliente sem aluno matriculado fica no nivel --.
      *            Um mes fechado mostra sempre os mesmos numeros: o
      *            seu real e congelado em ORCREAL.DAT (ORRREG.cpy) no
      *            primeiro relatorio depois do fecho e lido dai em
      *            diante; se o mes for reaberto e fechado de
      *            novo, o real volta a ser congelado.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      * 15/10/26 - As rotinas de leitura, RELEASE e RETURN dos
      *            procedimentos da ordenacao passam para seccoes
      *            proprias, como no PROGFECHOANO: a ordenacao corria-as
      *            de novo no fim de cada seccao com o ultimo registo
      *            ainda na area - o ultimo movimento e a ultima fatura
      *            eram acumulados duas vezes e o real do orcamento saia
      *            errado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGORCAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO  ASSIGN TO "ORCAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-FS-ORCAMENTO.
           SELECT ORCREAL    ASSIGN TO "ORCREAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORR-CHAVE
               FILE STATUS IS WS-FS-ORCREAL.
           SELECT MESFECHO   ASSIGN TO "MESFECHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESFECHO.
           SELECT TURMAS     ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURMAS.
           SELECT MATRICULAS ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATRICULAS.
           SELECT ALUNOS     ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT FATURAS    ASSIGN TO "FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT FATLINHAS  ASSIGN TO "FATLINHAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATLINHAS.
           SELECT NOTASCRED  ASSIGN TO "NOTASCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTASCRED.
           SELECT PAGAMENTOS ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT JUROS      ASSIGN TO "JUROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JUROS.
           SELECT LISTAGEM   ASSIGN TO "ORCAMENTO.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
           SELECT ORDENACAO  ASSIGN TO "ORCAMENTO.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO.
       COPY "ORCREG.cpy" REPLACING NIVEL-ORC BY 01
                                   CAMPO-ORC-REG BY FD-ORCAMENTO-REG.

       FD  ORCREAL.
       COPY "ORRREG.cpy" REPLACING NIVEL-ORR BY 01
                                   CAMPO-ORR-REG BY FD-ORCREAL-REG.

       FD  MESFECHO.
       COPY "MFEREG.cpy" REPLACING NIVEL-MFE BY 01
                                   CAMPO-MFE-REG BY FD-MESFECHO-REG.

       FD  TURMAS.
       COPY "TURREG.cpy" REPLACING NIVEL-TUR BY 01
                                   CAMPO-TUR-REG BY FD-TURMA-REG.

       FD  MATRICULAS.
       COPY "MATREG.cpy" REPLACING NIVEL-MAT BY 01
                                   CAMPO-MAT-REG BY FD-MATRICULA-REG.

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       FD  FATURAS.
       COPY "FATREG.cpy" REPLACING NIVEL-FAT BY 01
                                   CAMPO-FAT-REG BY FD-FATURA-REG.

       FD  FATLINHAS.
       COPY "FATLREG.cpy" REPLACING NIVEL-FLN BY 01
                                    CAMPO-FLN-REG BY FD-FATLINHA-REG.

       FD  NOTASCRED.
       COPY "NCRREG.cpy" REPLACING NIVEL-NCR BY 01
                                   CAMPO-NCR-REG BY FD-NOTACRED-REG.

       FD  PAGAMENTOS.
       COPY "PAGREG.cpy" REPLACING NIVEL-PAG BY 01
                                   CAMPO-PAG-REG BY FD-PAG-REGISTO.

       FD  JUROS.
       COPY "JURREG.cpy" REPLACING NIVEL-JUR BY 01
                                   CAMPO-JUR-REG BY FD-JUROS-REG.

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(100).

      * Movimentos de cada fatura: F = emissao, N = nota de credito,
      * P = confirmacao ou estorno, L = linha (classe P propina ou S
      * servico), J = fatura de juros. SRT-MES e o mes do movimento.
       SD  ORDENACAO.
       01  SRT-REGISTO.
           03 SRT-FATURA               PIC 9(06).
           03 SRT-TIPO                 PIC X(01).
           03 SRT-MES                  PIC 9(02).
           03 SRT-CLASSE               PIC X(01).
           03 SRT-CLIENTE              PIC 9(06).
           03 SRT-VALOR                PIC S9(07)V99.

       WORKING-STORAGE SECTION.
       COPY "RETCOD.cpy".

       01 WS-FS-ORCAMENTO          PIC X(02) VALUE ZEROS.
       01 WS-FS-ORCREAL            PIC X(02) VALUE ZEROS.
       01 WS-FS-MESFECHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-MATRICULAS         PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-FATURAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-FATLINHAS          PIC X(02) VALUE ZEROS.
       01 WS-FS-NOTASCRED          PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-JUROS              PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.
       01 WS-FIM-ORCAMENTO         PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORCAMENTO       VALUE 'S'.
       01 WS-FIM-REAL              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REAL            VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

      * Mes do relatorio ou da linha de orcamento e o ano a que
      * pertence.
       01 WS-MES-PEDIDO            PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-PEDIDO.
           03 WS-MP-ANO                PIC 9(04).
           03 WS-MP-MES                PIC 9(02).
       01 WS-ANO                   PIC 9(04) VALUE ZEROS.
       01 WS-ANO-INICIO            PIC 9(08) VALUE ZEROS.
       01 WS-PERIODO-FIM           PIC 9(08) VALUE ZEROS.
       01 WS-MES-TRATADO           PIC 9(06) VALUE ZEROS.

      * Linha de orcamento pedida ao operador.
       01 WS-NIVEL                 PIC X(02) VALUE SPACES.
       01 WS-TIPO                  PIC X(01) VALUE SPACE.
           88 WS-TIPO-VALIDO              VALUE 'P' 'S' 'J'.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-VALOR.
       01 WS-IND-NIVEL             PIC X VALUE 'N'.
           88 WS-NIVEL-CONHECIDO          VALUE 'S'.

      * Estado de cada mes do ano em MESFECHO.DAT (o do ultimo
      * registo) e quantos registos o mes tem.
       01 WS-MESES-FECHO.
           03 WS-MES-TAB OCCURS 12 TIMES.
               05 WS-ME-ESTADO         PIC X(01).
               05 WS-ME-ACOES          PIC 9(03).
       01 WS-CONT-FECHADOS         PIC 9(02) VALUE ZEROS.
       01 WS-CONT-CONGELADOS       PIC 9(02) VALUE ZEROS.

      * Tipos de receita e o nome de cada um no relatorio.
       01 WS-TIPOS-CODIGOS         PIC X(03) VALUE "PSJ".
       01 FILLER REDEFINES WS-TIPOS-CODIGOS.
           03 WS-TP-CODIGO             PIC X(01) OCCURS 3 TIMES.
       01 WS-TIPOS-NOMES           PIC X(24)
                                   VALUE "PROPINASSERVICOSJUROS   ".
       01 FILLER REDEFINES WS-TIPOS-NOMES.
           03 WS-TP-NOME               PIC X(08) OCCURS 3 TIMES.
       01 WS-TIP-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-TIP-POS               PIC 9(01) VALUE ZEROS.

      * Turma -> nivel de ensino, de TURMAS.DAT.
       01 WS-TUR-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-TUR-MAX               PIC 9(03) VALUE 100.
       01 WS-TUR-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-TUR-TAB OCCURS 100 TIMES.
           03 WS-TU-CODIGO             PIC X(05).
           03 WS-TU-NIVEL              PIC X(02).

      * Aluno -> turma da matricula mais recente.
       01 WS-MTR-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-MTR-MAX               PIC 9(03) VALUE 600.
       01 WS-MTR-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-MTR-POS               PIC 9(03) VALUE ZEROS.
       01 WS-MTR-TAB OCCURS 600 TIMES.
           03 WS-MR-ALUNO              PIC 9(06).
           03 WS-MR-TURMA              PIC X(05).

      * Cliente (encarregado) -> nivel de ensino do seu aluno.
       01 WS-CLI-CONT              PIC 9(04) VALUE ZEROS.
       01 WS-CLI-MAX               PIC 9(04) VALUE 1000.
       01 WS-CLI-IDX               PIC 9(04) VALUE ZEROS.
       01 WS-CLI-POS               PIC 9(04) VALUE ZEROS.
       01 WS-CLI-TAB OCCURS 1000 TIMES.
           03 WS-CL-CLIENTE            PIC 9(06).
           03 WS-CL-NIVEL              PIC X(02).
       01 WS-CLIENTE-PROCURADO     PIC 9(06) VALUE ZEROS.
       01 WS-TURMA-ALUNO           PIC X(05) VALUE SPACES.
       01 WS-NIVEL-ALUNO           PIC X(02) VALUE SPACES.

      * Orcado, faturado e cobrado por nivel, tipo e mes do ano.
       01 WS-NIV-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-NIV-MAX               PIC 9(02) VALUE 20.
       01 WS-NIV-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-NIV-POS               PIC 9(02) VALUE ZEROS.
       01 WS-NIVEL-PROCURADO       PIC X(02) VALUE SPACES.
       01 WS-NIVEIS-EXCEDIDOS      PIC X VALUE 'N'.
           88 WS-TABELA-NIVEIS-CHEIA      VALUE 'S'.
       01 WS-NIVEIS.
           03 WS-NIV-TAB OCCURS 20 TIMES.
               05 WS-NV-CODIGO         PIC X(02).
               05 WS-NV-TIPO OCCURS 3 TIMES.
                   07 WS-NV-MES OCCURS 12 TIMES.
                       09 WS-NV-ORCADO     PIC S9(09)V99.
                       09 WS-NV-FATURADO   PIC S9(09)V99.
                       09 WS-NV-COBRADO    PIC S9(09)V99.
       01 WS-MES-IDX               PIC 9(02) VALUE ZEROS.

      * Apuramento de cada fatura.
       01 WS-FT-ATUAL              PIC 9(06) VALUE ZEROS.
       01 WS-FT-CLIENTE            PIC 9(06) VALUE ZEROS.
       01 WS-FT-CLASSE             PIC X(01) VALUE SPACE.
       01 WS-FT-PROPINA            PIC S9(07)V99 VALUE ZEROS.
       01 WS-FT-SERVICOS           PIC S9(07)V99 VALUE ZEROS.
       01 WS-FT-LINHAS             PIC S9(07)V99 VALUE ZEROS.
       01 WS-IND-JUROS             PIC X VALUE 'N'.
           88 WS-FATURA-DE-JUROS          VALUE 'S'.
       01 WS-IND-MOVIMENTO         PIC X VALUE 'N'.
           88 WS-FATURA-COM-MOVIMENTO     VALUE 'S'.
       01 WS-FT-MESES.
           03 WS-FT-MES-TAB OCCURS 12 TIMES.
               05 WS-FM-FATURADO       PIC S9(07)V99.
               05 WS-FM-COBRADO        PIC S9(07)V99.
       01 WS-MONTANTE              PIC S9(07)V99 VALUE ZEROS.
       01 WS-PARTE-TIPO OCCURS 3 TIMES
                                   PIC S9(07)V99.
       01 WS-LINHA-VALOR           PIC S9(07)V99 VALUE ZEROS.
       01 WS-CONT-FATURAS          PIC 9(06) VALUE ZEROS.

      * Congelamento do real de um mes fechado.
       01 WS-IND-REAL              PIC X VALUE 'N'.
           88 WS-REAL-EXISTE              VALUE 'S'.
       01 WS-IND-REAL-VALIDO       PIC X VALUE 'N'.
           88 WS-REAL-CONFERE             VALUE 'S'.

      * Valores de uma linha do relatorio: mes (RM) e ano ate ao
      * mes (RA); os totais tem a mesma forma.
       01 WS-RESULTADO.
           03 WS-RM-ORCADO             PIC S9(09)V99.
           03 WS-RM-FATURADO           PIC S9(09)V99.
           03 WS-RM-COBRADO            PIC S9(09)V99.
           03 WS-RA-ORCADO             PIC S9(09)V99.
           03 WS-RA-FATURADO           PIC S9(09)V99.
           03 WS-RA-COBRADO            PIC S9(09)V99.
       01 WS-RESULTADO-VALORES REDEFINES WS-RESULTADO.
           03 WS-RS-VALOR OCCURS 6 TIMES PIC S9(09)V99.
       01 WS-TOTAL-NIVEL.
           03 WS-TN-VALOR OCCURS 6 TIMES PIC S9(09)V99.
       01 WS-TOTAL-TIPOS.
           03 WS-TOTAL-TIPO OCCURS 3 TIMES.
               05 WS-TT-VALOR OCCURS 6 TIMES PIC S9(09)V99.
       01 WS-TOTAL-GERAL.
           03 WS-TG-VALOR OCCURS 6 TIMES PIC S9(09)V99.
       01 WS-VAL-IDX               PIC 9(01) VALUE ZEROS.

       01 WS-ROTULO-NIVEL          PIC X(09) VALUE SPACES.
       01 WS-ROTULO-TIPO           PIC X(08) VALUE SPACES.
       01 WS-DESVIO                PIC S9(09)V99 VALUE ZEROS.
       01 WS-EDIT-ORCADO           PIC -(08)9.99.
       01 WS-EDIT-FATURADO         PIC -(08)9.99.
       01 WS-EDIT-DESVIO-FAT       PIC -(08)9.99.
       01 WS-EDIT-COBRADO          PIC -(08)9.99.
       01 WS-EDIT-DESVIO-COB       PIC -(08)9.99.
       01 WS-VALOR-EDIT            PIC -(07)9.99.
       01 WS-TOTAL-ORCADO          PIC S9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-EDIT            PIC -(09)9.99.
       01 WS-CONT-LISTADAS         PIC 9(04) VALUE ZEROS.
       01 WS-LINHA                 PIC X(100) VALUE SPACES.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       01 SPOOL-PARAMETRES.
           02 SPL-RELATORIO            PIC X(12).
           02 SPL-FICHEIRO             PIC X(20).
           02 SPL-OPERADOR             PIC X(08).
           02 SPL-MEMBRO               PIC 9(06).
           02 SPL-RESULTADO            PIC X(01).
               88 SPL-OK                      VALUE 'S'.
               88 SPL-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       PRINCIPAL SECTION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   ORCAMENTO DE RECEITA VERSUS REAL      *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF WS-SIGNON-FALHOU OR SGN-FALHOU
               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
               SET RC-ERRO TO TRUE
           ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM CARREGA-TURMAS
               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO
           END-IF

           DISPLAY "ORCAMENTO TERMINADO."
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - GRAVAR / ALTERAR LINHA DE ORCAMENTO"
           DISPLAY "  2 - LISTAR ORCAMENTO DO ANO"
           DISPLAY "  3 - RELATORIO ORCAMENTO VERSUS REAL DO MES"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   IF SGN-SUPERVISOR
                       PERFORM GRAVA-LINHA-ORCAMENTO
                   ELSE
                       DISPLAY "SO UM SUPERVISOR ALTERA O "
                               "ORCAMENTO."
                   END-IF
               WHEN 2
                   PERFORM LISTA-ORCAMENTO
               WHEN 3
                   PERFORM RELATORIO-MES
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      * -------------------- manutencao do orcamento -----------------
       GRAVA-LINHA-ORCAMENTO.

           DISPLAY "MES DO ORCAMENTO (AAAAMM): "
           ACCEPT WS-MES-PEDIDO
           DISPLAY "NIVEL DE ENSINO: "
           MOVE SPACES TO WS-NIVEL
           ACCEPT WS-NIVEL
           DISPLAY "TIPO (P=PROPINAS, S=SERVICOS, J=JUROS): "
           MOVE SPACE TO WS-TIPO
           ACCEPT WS-TIPO
           DISPLAY "VALOR ORCADO PARA O MES: "
           ACCEPT WS-VALOR

           PERFORM VERIFICA-NIVEL

           IF WS-MP-MES < 1 OR WS-MP-MES > 12
              OR WS-NIVEL = SPACES
              OR NOT WS-TIPO-VALIDO
              OR WS-VALOR < ZEROS
               DISPLAY "DADOS INVALIDOS - NADA GRAVADO."
           ELSE
               IF NOT WS-NIVEL-CONHECIDO
                   DISPLAY "NIVEL " WS-NIVEL " SEM TURMAS EM "
                           "TURMAS.DAT - NADA GRAVADO."
               ELSE
                   MOVE WS-MP-ANO TO WS-ANO
                   PERFORM CARREGA-MESES-FECHADOS
                   IF WS-ME-ESTADO (WS-MP-MES) = 'F'
                       DISPLAY "O MES " WS-MES-PEDIDO " ESTA FECHADO "
                               "EM MESFECHO.DAT - ORCAMENTO NAO "
                               "ALTERADO."
                   ELSE
                       PERFORM GRAVA-ORCAMENTO
                   END-IF
               END-IF
           END-IF.

      * Sem TURMAS.DAT nao ha niveis a validar; aceita-se o que vier.
       VERIFICA-NIVEL.

           MOVE 'N' TO WS-IND-NIVEL
           IF WS-TUR-CONT = ZEROS
               SET WS-NIVEL-CONHECIDO TO TRUE
           ELSE
               PERFORM PROCURA-NIVEL-TURMA
                   VARYING WS-TUR-IDX FROM 1 BY 1
                   UNTIL WS-TUR-IDX > WS-TUR-CONT
                      OR WS-NIVEL-CONHECIDO
           END-IF.

       PROCURA-NIVEL-TURMA.

           IF WS-TU-NIVEL (WS-TUR-IDX) = WS-NIVEL
               SET WS-NIVEL-CONHECIDO TO TRUE
           END-IF.

       GRAVA-ORCAMENTO.

           OPEN I-O ORCAMENTO
           IF WS-FS-ORCAMENTO = "35"
               OPEN OUTPUT ORCAMENTO
               CLOSE ORCAMENTO
               OPEN I-O ORCAMENTO
           END-IF

           IF WS-FS-ORCAMENTO NOT = "00"
               DISPLAY "ERRO AO ABRIR ORCAMENTO.DAT - FILE STATUS "
                       WS-FS-ORCAMENTO
               SET RC-ERRO TO TRUE
           ELSE
               MOVE WS-MES-PEDIDO TO ORC-MES
               MOVE WS-NIVEL      TO ORC-NIVEL
               MOVE WS-TIPO       TO ORC-TIPO
               READ ORCAMENTO
                   INVALID KEY
                       MOVE WS-VALOR     TO ORC-VALOR
                       MOVE WS-DATA-HOJE TO ORC-DATA
                       MOVE SGN-OPERADOR TO ORC-OPERADOR
                       WRITE FD-ORCAMENTO-REG
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR O ORCAMENTO - "
                                       "FILE STATUS " WS-FS-ORCAMENTO
                               SET RC-ERRO TO TRUE
                           NOT INVALID KEY
                               DISPLAY "ORCAMENTO GRAVADO."
                       END-WRITE
                   NOT INVALID KEY
                       MOVE ORC-VALOR TO WS-VALOR-EDIT
                       DISPLAY "VALOR ANTERIOR: " WS-VALOR-EDIT
                               " (" ORC-DATA " POR " ORC-OPERADOR ")"
                       MOVE WS-VALOR     TO ORC-VALOR
                       MOVE WS-DATA-HOJE TO ORC-DATA
                       MOVE SGN-OPERADOR TO ORC-OPERADOR
                       REWRITE FD-ORCAMENTO-REG
                           INVALID KEY
                               DISPLAY "ERRO AO REGRAVAR O ORCAMENTO "
                                       "- FILE STATUS "
                                       WS-FS-ORCAMENTO
                               SET RC-ERRO TO TRUE
                           NOT INVALID KEY
                               DISPLAY "ORCAMENTO ALTERADO."
                       END-REWRITE
               END-READ
               CLOSE ORCAMENTO
           END-IF.

      * -------------------- listagem do orcamento -------------------
       LISTA-ORCAMENTO.

           DISPLAY "ANO DO ORCAMENTO (AAAA): "
           ACCEPT WS-ANO
           MOVE ZEROS TO WS-CONT-LISTADAS WS-TOTAL-ORCADO

           OPEN INPUT ORCAMENTO
           IF WS-FS-ORCAMENTO NOT = "00"
               DISPLAY "SEM ORCAMENTO (ORCAMENTO.DAT NAO EXISTE)."
           ELSE
               PERFORM INICIA-ORCAMENTO-ANO
               PERFORM MOSTRA-ORCAMENTO
                   UNTIL WS-SEM-MAIS-ORCAMENTO
               CLOSE ORCAMENTO
               MOVE WS-TOTAL-ORCADO TO WS-TOTAL-EDIT
               DISPLAY "LINHAS LISTADAS: " WS-CONT-LISTADAS
                       " | TOTAL ORCADO NO ANO: " WS-TOTAL-EDIT
           END-IF.

       INICIA-ORCAMENTO-ANO.

           MOVE 'N' TO WS-FIM-ORCAMENTO
           COMPUTE ORC-MES = WS-ANO * 100 + 1
           MOVE LOW-VALUES TO ORC-NIVEL ORC-TIPO
           START ORCAMENTO KEY IS >= ORC-CHAVE
               INVALID KEY SET WS-SEM-MAIS-ORCAMENTO TO TRUE
           END-START

           IF NOT WS-SEM-MAIS-ORCAMENTO
               PERFORM LE-ORCAMENTO
           END-IF.

       LE-ORCAMENTO.

           READ ORCAMENTO NEXT RECORD
               AT END SET WS-SEM-MAIS-ORCAMENTO TO TRUE
           END-READ

           IF NOT WS-SEM-MAIS-ORCAMENTO
              AND ORC-MES (1: 4) NOT = WS-ANO
               SET WS-SEM-MAIS-ORCAMENTO TO TRUE
           END-IF.

       MOSTRA-ORCAMENTO.

           MOVE ORC-VALOR TO WS-VALOR-EDIT
           DISPLAY "  MES " ORC-MES " | NIVEL " ORC-NIVEL " | TIPO "
                   ORC-TIPO " | " WS-VALOR-EDIT " | " ORC-DATA " "
                   ORC-OPERADOR
           ADD 1 TO WS-CONT-LISTADAS
           ADD ORC-VALOR TO WS-TOTAL-ORCADO

           PERFORM LE-ORCAMENTO.

      * -------------------- relatorio do mes ------------------------
       RELATORIO-MES.

           DISPLAY "MES DO RELATORIO (AAAAMM, 0 = MES CORRENTE): "
           ACCEPT WS-MES-PEDIDO
           IF WS-MES-PEDIDO = ZEROS
               MOVE WS-DATA-HOJE (1: 6) TO WS-MES-PEDIDO
           END-IF

           IF WS-MP-MES < 1 OR WS-MP-MES > 12
               DISPLAY "MES INVALIDO."
           ELSE
               MOVE WS-MP-ANO TO WS-ANO
               COMPUTE WS-ANO-INICIO  = WS-ANO * 10000 + 101
               COMPUTE WS-PERIODO-FIM = WS-MES-PEDIDO * 100 + 31

               INITIALIZE WS-NIVEIS
               MOVE ZEROS TO WS-NIV-CONT WS-CONT-FATURAS
                             WS-CONT-CONGELADOS
               MOVE 'N' TO WS-NIVEIS-EXCEDIDOS
               PERFORM SEMEIA-NIVEIS
                   VARYING WS-TUR-IDX FROM 1 BY 1
                   UNTIL WS-TUR-IDX > WS-TUR-CONT

               PERFORM CARREGA-MESES-FECHADOS
               PERFORM CARREGA-CLIENTES-NIVEL

               SORT ORDENACAO
                   ON ASCENDING KEY SRT-FATURA
                   INPUT PROCEDURE IS SELECIONA-MOVIMENTOS
                   OUTPUT PROCEDURE IS APURA-FATURAS

               PERFORM CARREGA-ORCADO
               PERFORM CONGELA-MESES-FECHADOS
               PERFORM IMPRIME-RELATORIO

               IF WS-TABELA-NIVEIS-CHEIA
                   DISPLAY "AVISO: MAIS DE " WS-NIV-MAX " NIVEIS - "
                           "OS RESTANTES FICAM SOMADOS NO ULTIMO."
                   SET RC-AVISO TO TRUE
               END-IF

               MOVE "ORCAMENTO" TO SPL-RELATORIO
               MOVE "ORCAMENTO.LIS" TO SPL-FICHEIRO
               PERFORM ENVIA-AO-SPOOL
           END-IF.

       SEMEIA-NIVEIS.

           MOVE WS-TU-NIVEL (WS-TUR-IDX) TO WS-NIVEL-PROCURADO
           PERFORM POSICIONA-NIVEL.

      * Devolve em WS-NIV-POS a entrada do nivel WS-NIVEL-PROCURADO,
      * acrescentando-a se ainda nao existe.
       POSICIONA-NIVEL.

           MOVE ZEROS TO WS-NIV-POS
           PERFORM VERIFICA-NIVEL-TAB
               VARYING WS-NIV-IDX FROM 1 BY 1
               UNTIL WS-NIV-IDX > WS-NIV-CONT
                  OR WS-NIV-POS > ZEROS

           IF WS-NIV-POS = ZEROS
               IF WS-NIV-CONT < WS-NIV-MAX
                   ADD 1 TO WS-NIV-CONT
                   MOVE WS-NIVEL-PROCURADO
                       TO WS-NV-CODIGO (WS-NIV-CONT)
                   MOVE WS-NIV-CONT TO WS-NIV-POS
               ELSE
                   SET WS-TABELA-NIVEIS-CHEIA TO TRUE
                   MOVE WS-NIV-MAX TO WS-NIV-POS
               END-IF
           END-IF.

       VERIFICA-NIVEL-TAB.

           IF WS-NV-CODIGO (WS-NIV-IDX) = WS-NIVEL-PROCURADO
               MOVE WS-NIV-IDX TO WS-NIV-POS
           END-IF.

       PROCURA-TIPO.

           MOVE ZEROS TO WS-TIP-POS
           PERFORM VERIFICA-TIPO-TAB
               VARYING WS-TIP-IDX FROM 1 BY 1
               UNTIL WS-TIP-IDX > 3
                  OR WS-TIP-POS > ZEROS.

       VERIFICA-TIPO-TAB.

           IF WS-TP-CODIGO (WS-TIP-IDX) = WS-TIPO
               MOVE WS-TIP-IDX TO WS-TIP-POS
           END-IF.

      * -------------------- tabelas de apoio ------------------------
       CARREGA-TURMAS.

           MOVE ZEROS TO WS-TUR-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TURMAS
           IF WS-FS-TURMAS = "00"
               PERFORM LE-TURMA
               PERFORM GUARDA-TURMA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE TURMAS
           END-IF.

       LE-TURMA.

           READ TURMAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-TURMA.

           IF WS-TUR-CONT < WS-TUR-MAX
               ADD 1 TO WS-TUR-CONT
               MOVE TUR-CODIGO       TO WS-TU-CODIGO (WS-TUR-CONT)
               MOVE TUR-NIVEL-ENSINO TO WS-TU-NIVEL (WS-TUR-CONT)
           END-IF

           PERFORM LE-TURMA.

      * O estado de cada mes do ano e o do seu ultimo registo.
       CARREGA-MESES-FECHADOS.

           INITIALIZE WS-MESES-FECHO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT MESFECHO
           IF WS-FS-MESFECHO = "00"
               PERFORM LE-MESFECHO
               PERFORM GUARDA-MESFECHO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE MESFECHO
           END-IF.

       LE-MESFECHO.

           READ MESFECHO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-MESFECHO.

           IF MFE-MES (1: 4) = WS-ANO
              AND MFE-MES (5: 2) > ZEROS
              AND MFE-MES (5: 2) < 13
               MOVE MFE-MES (5: 2) TO WS-MES-IDX
               MOVE MFE-ESTADO TO WS-ME-ESTADO (WS-MES-IDX)
               ADD 1 TO WS-ME-ACOES (WS-MES-IDX)
           END-IF

           PERFORM LE-MESFECHO.

      * Cada encarregado (primeiro ou segundo) fica com o nivel do
      * primeiro aluno seu que tenha turma.
       CARREGA-CLIENTES-NIVEL.

           MOVE ZEROS TO WS-MTR-CONT WS-CLI-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT MATRICULAS
           IF WS-FS-MATRICULAS = "00"
               PERFORM LE-MATRICULA
               PERFORM GUARDA-MATRICULA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE MATRICULAS
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS = "00"
               PERFORM LE-ALUNO
               PERFORM GUARDA-ALUNO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ALUNOS
           END-IF.

       LE-MATRICULA.

           READ MATRICULAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * A matricula lida por ultimo (a mais recente) vence.
       GUARDA-MATRICULA.

           MOVE ZEROS TO WS-MTR-POS
           PERFORM VERIFICA-ALUNO-MTR
               VARYING WS-MTR-IDX FROM 1 BY 1
               UNTIL WS-MTR-IDX > WS-MTR-CONT
                  OR WS-MTR-POS > ZEROS

           IF WS-MTR-POS = ZEROS
              AND WS-MTR-CONT < WS-MTR-MAX
               ADD 1 TO WS-MTR-CONT
               MOVE WS-MTR-CONT TO WS-MTR-POS
               MOVE MAT-ALUNO TO WS-MR-ALUNO (WS-MTR-POS)
           END-IF

           IF WS-MTR-POS > ZEROS
               MOVE MAT-TURMA TO WS-MR-TURMA (WS-MTR-POS)
           END-IF

           PERFORM LE-MATRICULA.

       VERIFICA-ALUNO-MTR.

           IF WS-MR-ALUNO (WS-MTR-IDX) = MAT-ALUNO
               MOVE WS-MTR-IDX TO WS-MTR-POS
           END-IF.

       LE-ALUNO.

           READ ALUNOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-ALUNO.

           MOVE SPACES TO WS-TURMA-ALUNO WS-NIVEL-ALUNO
           PERFORM ACHA-TURMA-ALUNO
               VARYING WS-MTR-IDX FROM 1 BY 1
               UNTIL WS-MTR-IDX > WS-MTR-CONT
                  OR WS-TURMA-ALUNO NOT = SPACES

           IF WS-TURMA-ALUNO NOT = SPACES
               PERFORM ACHA-NIVEL-TURMA
                   VARYING WS-TUR-IDX FROM 1 BY 1
                   UNTIL WS-TUR-IDX > WS-TUR-CONT
                      OR WS-NIVEL-ALUNO NOT = SPACES
           END-IF

           IF WS-NIVEL-ALUNO NOT = SPACES
               MOVE ALU-ENCARREGADO TO WS-CLIENTE-PROCURADO
               PERFORM GUARDA-CLIENTE-NIVEL
               IF ALU-ENCARREGADO-2 NUMERIC
                  AND ALU-ENCARREGADO-2 NOT = ZEROS
                   MOVE ALU-ENCARREGADO-2 TO WS-CLIENTE-PROCURADO
                   PERFORM GUARDA-CLIENTE-NIVEL
               END-IF
           END-IF

           PERFORM LE-ALUNO.

       ACHA-TURMA-ALUNO.

           IF WS-MR-ALUNO (WS-MTR-IDX) = ALU-NUMERO
               MOVE WS-MR-TURMA (WS-MTR-IDX) TO WS-TURMA-ALUNO
           END-IF.

       ACHA-NIVEL-TURMA.

           IF WS-TU-CODIGO (WS-TUR-IDX) = WS-TURMA-ALUNO
               MOVE WS-TU-NIVEL (WS-TUR-IDX) TO WS-NIVEL-ALUNO
           END-IF.

       GUARDA-CLIENTE-NIVEL.

           PERFORM PROCURA-CLIENTE
           IF WS-CLI-POS = ZEROS
              AND WS-CLIENTE-PROCURADO NOT = ZEROS
              AND WS-CLI-CONT < WS-CLI-MAX
               ADD 1 TO WS-CLI-CONT
               MOVE WS-CLIENTE-PROCURADO TO WS-CL-CLIENTE (WS-CLI-CONT)
               MOVE WS-NIVEL-ALUNO       TO WS-CL-NIVEL (WS-CLI-CONT)
           END-IF.

       PROCURA-CLIENTE.

           MOVE ZEROS TO WS-CLI-POS
           PERFORM VERIFICA-CLIENTE-TAB
               VARYING WS-CLI-IDX FROM 1 BY 1
               UNTIL WS-CLI-IDX > WS-CLI-CONT
                  OR WS-CLI-POS > ZEROS.

       VERIFICA-CLIENTE-TAB.

           IF WS-CL-CLIENTE (WS-CLI-IDX) = WS-CLIENTE-PROCURADO
               MOVE WS-CLI-IDX TO WS-CLI-POS
           END-IF.

      * O orcado dos meses do ano ate ao mes do relatorio.
       CARREGA-ORCADO.

           OPEN INPUT ORCAMENTO
           IF WS-FS-ORCAMENTO = "00"
               PERFORM INICIA-ORCAMENTO-ANO
               PERFORM GUARDA-ORCADO
                   UNTIL WS-SEM-MAIS-ORCAMENTO
               CLOSE ORCAMENTO
           END-IF.

       GUARDA-ORCADO.

           IF ORC-MES NOT > WS-MES-PEDIDO
               MOVE ORC-NIVEL TO WS-NIVEL-PROCURADO
               PERFORM POSICIONA-NIVEL
               MOVE ORC-TIPO TO WS-TIPO
               PERFORM PROCURA-TIPO
               IF WS-TIP-POS > ZEROS
                   MOVE ORC-MES (5: 2) TO WS-MES-IDX
                   ADD ORC-VALOR
                       TO WS-NV-ORCADO (WS-NIV-POS WS-TIP-POS
                                        WS-MES-IDX)
               END-IF
           END-IF

           PERFORM LE-ORCAMENTO.

      * -------------------- real congelado dos meses fechados -------
      * Mes fechado com real ja congelado para o mesmo fecho: o real
      * apurado agora e substituido pelo congelado. Sem real, ou
      * congelado num fecho anterior a uma reabertura, congela-se o
      * real apurado agora.
       CONGELA-MESES-FECHADOS.

           MOVE ZEROS TO WS-CONT-FECHADOS

           OPEN I-O ORCREAL
           IF WS-FS-ORCREAL = "35"
               OPEN OUTPUT ORCREAL
               CLOSE ORCREAL
               OPEN I-O ORCREAL
           END-IF

           IF WS-FS-ORCREAL NOT = "00"
               DISPLAY "AVISO: ORCREAL.DAT INDISPONIVEL (FILE STATUS "
                       WS-FS-ORCREAL ") - O REAL DOS MESES FECHADOS "
                       "NAO FOI CONGELADO."
               SET RC-AVISO TO TRUE
           ELSE
               PERFORM TRATA-MES-FECHADO
                   VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > WS-MP-MES
               CLOSE ORCREAL
           END-IF.

       TRATA-MES-FECHADO.

           IF WS-ME-ESTADO (WS-MES-IDX) = 'F'
               ADD 1 TO WS-CONT-FECHADOS
               COMPUTE WS-MES-TRATADO = WS-ANO * 100 + WS-MES-IDX
               MOVE 'N' TO WS-IND-REAL WS-IND-REAL-VALIDO
               PERFORM INICIA-REAL-MES
               IF NOT WS-SEM-MAIS-REAL
                   SET WS-REAL-EXISTE TO TRUE
                   IF ORR-FECHO = WS-ME-ACOES (WS-MES-IDX)
                       SET WS-REAL-CONFERE TO TRUE
                   END-IF
               END-IF

               IF WS-REAL-CONFERE
                   PERFORM ZERA-REAL-NIVEL
                       VARYING WS-NIV-IDX FROM 1 BY 1
                       UNTIL WS-NIV-IDX > WS-NIV-CONT
                   PERFORM REPOE-REAL
                       UNTIL WS-SEM-MAIS-REAL
               ELSE
                   IF WS-REAL-EXISTE
                       PERFORM APAGA-REAL
                           UNTIL WS-SEM-MAIS-REAL
                   END-IF
                   PERFORM GRAVA-REAL-NIVEL
                       VARYING WS-NIV-IDX FROM 1 BY 1
                       UNTIL WS-NIV-IDX > WS-NIV-CONT
                   ADD 1 TO WS-CONT-CONGELADOS
               END-IF
           END-IF.

       INICIA-REAL-MES.

           MOVE 'N' TO WS-FIM-REAL
           MOVE WS-MES-TRATADO TO ORR-MES
           MOVE LOW-VALUES TO ORR-NIVEL ORR-TIPO
           START ORCREAL KEY IS >= ORR-CHAVE
               INVALID KEY SET WS-SEM-MAIS-REAL TO TRUE
           END-START

           IF NOT WS-SEM-MAIS-REAL
               PERFORM LE-REAL
           END-IF.

       LE-REAL.

           READ ORCREAL NEXT RECORD
               AT END SET WS-SEM-MAIS-REAL TO TRUE
           END-READ

           IF NOT WS-SEM-MAIS-REAL
              AND ORR-MES NOT = WS-MES-TRATADO
               SET WS-SEM-MAIS-REAL TO TRUE
           END-IF.

       ZERA-REAL-NIVEL.

           PERFORM ZERA-REAL-TIPO
               VARYING WS-TIP-IDX FROM 1 BY 1
               UNTIL WS-TIP-IDX > 3.

       ZERA-REAL-TIPO.

           MOVE ZEROS
               TO WS-NV-FATURADO (WS-NIV-IDX WS-TIP-IDX WS-MES-IDX)
                  WS-NV-COBRADO (WS-NIV-IDX WS-TIP-IDX WS-MES-IDX).

       REPOE-REAL.

           MOVE ORR-NIVEL TO WS-NIVEL-PROCURADO
           PERFORM POSICIONA-NIVEL
           MOVE ORR-TIPO TO WS-TIPO
           PERFORM PROCURA-TIPO
           IF WS-TIP-POS > ZEROS
               ADD ORR-FATURADO
                   TO WS-NV-FATURADO (WS-NIV-POS WS-TIP-POS
                                      WS-MES-IDX)
               ADD ORR-COBRADO
                   TO WS-NV-COBRADO (WS-NIV-POS WS-TIP-POS
                                     WS-MES-IDX)
           END-IF

           PERFORM LE-REAL.

       APAGA-REAL.

           DELETE ORCREAL RECORD
               INVALID KEY
                   DISPLAY "ERRO AO APAGAR O REAL DE " ORR-MES
                           " - FILE STATUS " WS-FS-ORCREAL
                   SET RC-ERRO TO TRUE
           END-DELETE

           PERFORM LE-REAL.

       GRAVA-REAL-NIVEL.

           PERFORM GRAVA-REAL-TIPO
               VARYING WS-TIP-IDX FROM 1 BY 1
               UNTIL WS-TIP-IDX > 3.

       GRAVA-REAL-TIPO.

           MOVE WS-MES-TRATADO            TO ORR-MES
           MOVE WS-NV-CODIGO (WS-NIV-IDX) TO ORR-NIVEL
           MOVE WS-TP-CODIGO (WS-TIP-IDX) TO ORR-TIPO
           MOVE WS-NV-FATURADO (WS-NIV-IDX WS-TIP-IDX WS-MES-IDX)
               TO ORR-FATURADO
           MOVE WS-NV-COBRADO (WS-NIV-IDX WS-TIP-IDX WS-MES-IDX)
               TO ORR-COBRADO
           MOVE WS-ME-ACOES (WS-MES-IDX)  TO ORR-FECHO
           MOVE WS-DATA-HOJE              TO ORR-DATA

           WRITE FD-ORCREAL-REG
               INVALID KEY
                   DISPLAY "ERRO AO CONGELAR O REAL DE " ORR-MES
                           " - FILE STATUS " WS-FS-ORCREAL
                   SET RC-ERRO TO TRUE
           END-WRITE.

      * -------------------- impressao -------------------------------
       IMPRIME-RELATORIO.

           INITIALIZE WS-TOTAL-TIPOS WS-TOTAL-GERAL
           OPEN OUTPUT LISTAGEM

           MOVE SPACES TO WS-LINHA
           STRING "ORCAMENTO DE RECEITA VERSUS REAL - MES "
                  WS-MP-MES "/" WS-MP-ANO
                  "  (EMITIDO EM " WS-DATA-HOJE " POR "
                  SGN-OPERADOR ")"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           IF WS-ME-ESTADO (WS-MP-MES) = 'F'
               MOVE "MES FECHADO - VALORES CONGELADOS NO FECHO."
                   TO WS-LINHA
           ELSE
               MOVE "MES ABERTO - VALORES PROVISORIOS."
                   TO WS-LINHA
           END-IF
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "MESES FECHADOS ATE AO MES: " WS-CONT-FECHADOS
                  " (REAL CONGELADO AGORA EM " WS-CONT-CONGELADOS ")"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "NIVEL     TIPO     PER       ORCADO     FATURADO"
                  "       DESVIO      COBRADO       DESVIO"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA

           PERFORM IMPRIME-NIVEL
               VARYING WS-NIV-IDX FROM 1 BY 1
               UNTIL WS-NIV-IDX > WS-NIV-CONT

           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA
           PERFORM IMPRIME-TOTAL-TIPO
               VARYING WS-TIP-IDX FROM 1 BY 1
               UNTIL WS-TIP-IDX > 3

           MOVE WS-TOTAL-GERAL TO WS-RESULTADO
           MOVE "TOTAL"  TO WS-ROTULO-NIVEL
           MOVE "GERAL"  TO WS-ROTULO-TIPO
           PERFORM IMPRIME-PAR

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "FATURADO = FATURAS EMITIDAS (IVA INCLUIDO) MENOS "
                  "NOTAS DE CREDITO. COBRADO = RECEBIDO MENOS "
                  "ESTORNOS."
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "DESVIO = REAL MENOS ORCADO. NIVEL -- = CLIENTE SEM "
                  "ALUNO MATRICULADO."
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           CLOSE LISTAGEM

           DISPLAY "RELATORIO EM ORCAMENTO.LIS (" WS-CONT-FATURAS
                   " FATURAS COM MOVIMENTO NO ANO).".

       IMPRIME-NIVEL.

           INITIALIZE WS-TOTAL-NIVEL
           PERFORM IMPRIME-TIPO
               VARYING WS-TIP-IDX FROM 1 BY 1
               UNTIL WS-TIP-IDX > 3

           MOVE WS-TOTAL-NIVEL TO WS-RESULTADO
           MOVE SPACES  TO WS-ROTULO-NIVEL
           MOVE "TOTAL" TO WS-ROTULO-TIPO
           PERFORM IMPRIME-PAR

           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA.

       IMPRIME-TIPO.

           INITIALIZE WS-RESULTADO
           MOVE WS-NV-ORCADO (WS-NIV-IDX WS-TIP-IDX WS-MP-MES)
               TO WS-RM-ORCADO
           MOVE WS-NV-FATURADO (WS-NIV-IDX WS-TIP-IDX WS-MP-MES)
               TO WS-RM-FATURADO
           MOVE WS-NV-COBRADO (WS-NIV-IDX WS-TIP-IDX WS-MP-MES)
               TO WS-RM-COBRADO
           PERFORM SOMA-MES-ANO
               VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > WS-MP-MES

           PERFORM ACUMULA-TOTAIS
               VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > 6

           MOVE WS-NV-CODIGO (WS-NIV-IDX) TO WS-ROTULO-NIVEL
           MOVE WS-TP-NOME (WS-TIP-IDX)   TO WS-ROTULO-TIPO
           PERFORM IMPRIME-PAR.

       SOMA-MES-ANO.

           ADD WS-NV-ORCADO (WS-NIV-IDX WS-TIP-IDX WS-MES-IDX)
               TO WS-RA-ORCADO
           ADD WS-NV-FATURADO (WS-NIV-IDX WS-TIP-IDX WS-MES-IDX)
               TO WS-RA-FATURADO
           ADD WS-NV-COBRADO (WS-NIV-IDX WS-TIP-IDX WS-MES-IDX)
               TO WS-RA-COBRADO.

       ACUMULA-TOTAIS.

           ADD WS-RS-VALOR (WS-VAL-IDX) TO WS-TN-VALOR (WS-VAL-IDX)
           ADD WS-RS-VALOR (WS-VAL-IDX)
               TO WS-TT-VALOR (WS-TIP-IDX WS-VAL-IDX)
           ADD WS-RS-VALOR (WS-VAL-IDX) TO WS-TG-VALOR (WS-VAL-IDX).

       IMPRIME-TOTAL-TIPO.

           MOVE WS-TOTAL-TIPO (WS-TIP-IDX) TO WS-RESULTADO
           MOVE "TOTAL"                  TO WS-ROTULO-NIVEL
           MOVE WS-TP-NOME (WS-TIP-IDX)  TO WS-ROTULO-TIPO
           PERFORM IMPRIME-PAR.

      * Duas linhas: o mes e o ano ate ao mes.
       IMPRIME-PAR.

           MOVE WS-RM-ORCADO   TO WS-EDIT-ORCADO
           MOVE WS-RM-FATURADO TO WS-EDIT-FATURADO
           COMPUTE WS-DESVIO = WS-RM-FATURADO - WS-RM-ORCADO
           MOVE WS-DESVIO      TO WS-EDIT-DESVIO-FAT
           MOVE WS-RM-COBRADO  TO WS-EDIT-COBRADO
           COMPUTE WS-DESVIO = WS-RM-COBRADO - WS-RM-ORCADO
           MOVE WS-DESVIO      TO WS-EDIT-DESVIO-COB
           MOVE SPACES TO WS-LINHA
           STRING WS-ROTULO-NIVEL " " WS-ROTULO-TIPO " MES "
                  WS-EDIT-ORCADO " " WS-EDIT-FATURADO " "
                  WS-EDIT-DESVIO-FAT " " WS-EDIT-COBRADO " "
                  WS-EDIT-DESVIO-COB
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE WS-RA-ORCADO   TO WS-EDIT-ORCADO
           MOVE WS-RA-FATURADO TO WS-EDIT-FATURADO
           COMPUTE WS-DESVIO = WS-RA-FATURADO - WS-RA-ORCADO
           MOVE WS-DESVIO      TO WS-EDIT-DESVIO-FAT
           MOVE WS-RA-COBRADO  TO WS-EDIT-COBRADO
           COMPUTE WS-DESVIO = WS-RA-COBRADO - WS-RA-ORCADO
           MOVE WS-DESVIO      TO WS-EDIT-DESVIO-COB
           MOVE SPACES TO WS-LINHA
           STRING "                   ANO "
                  WS-EDIT-ORCADO " " WS-EDIT-FATURADO " "
                  WS-EDIT-DESVIO-FAT " " WS-EDIT-COBRADO " "
                  WS-EDIT-DESVIO-COB
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       EMITE-LINHA.

           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

       ENVIA-AO-SPOOL.

           MOVE SGN-OPERADOR TO SPL-OPERADOR
           MOVE 'N' TO WS-IND-SPOOL
           CALL 'PROGSPOOL' USING SPOOL-PARAMETRES
               ON EXCEPTION
                   SET WS-SPOOL-FALHOU TO TRUE
           END-CALL
           IF NOT WS-SPOOL-FALHOU AND SPL-OK
               DISPLAY SPL-FICHEIRO " CATALOGADO NO SPOOL COMO "
                       "MEMBRO " SPL-MEMBRO "."
           END-IF.

      * Entram as faturas emitidas, as notas de credito e os
      * pagamentos do ano ate ao fim do mes do relatorio, todas as
      * linhas de fatura (com IVA) e as faturas de juros.
       SELECIONA-MOVIMENTOS SECTION.
       SELECIONA-INICIO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT FATURAS
           IF WS-FS-FATURAS = "00"
               PERFORM LE-FATURA
               PERFORM LIBERTA-FATURA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE FATURAS
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT NOTASCRED
           IF WS-FS-NOTASCRED = "00"
               PERFORM LE-NOTA
               PERFORM LIBERTA-NOTA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE NOTASCRED
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM LIBERTA-PAGAMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT FATLINHAS
           IF WS-FS-FATLINHAS = "00"
               PERFORM LE-FATLINHA
               PERFORM LIBERTA-FATLINHA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE FATLINHAS
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT JUROS
           IF WS-FS-JUROS = "00"
               PERFORM LE-JUROS
               PERFORM LIBERTA-JUROS
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE JUROS
           END-IF.

      * Rotinas da entrada da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de SELECIONA-MOVIMENTOS.
       SELECIONA-MOVIMENTOS-ROTINAS SECTION.
       LE-FATURA.

           READ FATURAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-FATURA.

           IF NOT FAT-CANCELADA
              AND FAT-DATA-EMISSAO NOT < WS-ANO-INICIO
              AND FAT-DATA-EMISSAO NOT > WS-PERIODO-FIM
               MOVE FAT-NUMERO   TO SRT-FATURA
               MOVE 'F'          TO SRT-TIPO
               MOVE FAT-DATA-EMISSAO (5: 2) TO SRT-MES
               MOVE FAT-CLIENTE  TO SRT-CLIENTE
               MOVE FAT-VALOR    TO SRT-VALOR
               IF FAT-DESCRICAO (1: 7) = "PROPINA"
                   MOVE 'P' TO SRT-CLASSE
               ELSE
                   MOVE 'S' TO SRT-CLASSE
               END-IF
               RELEASE SRT-REGISTO
           END-IF

           PERFORM LE-FATURA.

       LE-NOTA.

           READ NOTASCRED
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-NOTA.

           IF NCR-DATA NOT < WS-ANO-INICIO
              AND NCR-DATA NOT > WS-PERIODO-FIM
               MOVE NCR-FATURA   TO SRT-FATURA
               MOVE 'N'          TO SRT-TIPO
               MOVE NCR-DATA (5: 2) TO SRT-MES
               MOVE SPACE        TO SRT-CLASSE
               MOVE NCR-CLIENTE  TO SRT-CLIENTE
               MOVE NCR-VALOR    TO SRT-VALOR
               RELEASE SRT-REGISTO
           END-IF

           PERFORM LE-NOTA.

       LE-PAGAMENTO.

           READ PAGAMENTOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-PAGAMENTO.

           IF (PAG-CONFIRMADO OR PAG-ESTORNO)
              AND PAG-FATURA > ZEROS
              AND PAG-DATA NOT < WS-ANO-INICIO
              AND PAG-DATA NOT > WS-PERIODO-FIM
               MOVE PAG-FATURA   TO SRT-FATURA
               MOVE 'P'          TO SRT-TIPO
               MOVE PAG-DATA (5: 2) TO SRT-MES
               MOVE SPACE        TO SRT-CLASSE
               MOVE PAG-CLIENTE  TO SRT-CLIENTE
               MOVE PAG-VALOR    TO SRT-VALOR
               RELEASE SRT-REGISTO
           END-IF

           PERFORM LE-PAGAMENTO.

       LE-FATLINHA.

           READ FATLINHAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-FATLINHA.

           COMPUTE WS-LINHA-VALOR ROUNDED =
               FLN-QUANTIDADE * FLN-VALOR-UNIT
               * (1 + FLN-IVA-TAXA / 100)
           MOVE FLN-FATURA     TO SRT-FATURA
           MOVE 'L'            TO SRT-TIPO
           MOVE ZEROS          TO SRT-MES SRT-CLIENTE
           MOVE WS-LINHA-VALOR TO SRT-VALOR
           IF FLN-LINHA = 1
              AND FLN-DESCRICAO (1: 7) = "PROPINA"
               MOVE 'P' TO SRT-CLASSE
           ELSE
               MOVE 'S' TO SRT-CLASSE
           END-IF
           RELEASE SRT-REGISTO

           PERFORM LE-FATLINHA.

       LE-JUROS.

           READ JUROS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-JUROS.

           IF JUR-FATURA-EMITIDA NUMERIC
              AND JUR-FATURA-EMITIDA > ZEROS
               MOVE JUR-FATURA-EMITIDA TO SRT-FATURA
               MOVE 'J'          TO SRT-TIPO
               MOVE ZEROS        TO SRT-MES SRT-CLIENTE SRT-VALOR
               MOVE SPACE        TO SRT-CLASSE
               RELEASE SRT-REGISTO
           END-IF

           PERFORM LE-JUROS.

      * Os movimentos chegam agrupados por fatura; cada fatura com
      * movimento no periodo soma ao seu nivel, repartida pelos tipos.
       APURA-FATURAS SECTION.
       APURA-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           PERFORM DEVOLVE-MOVIMENTO
           PERFORM APURA-FATURA
               UNTIL WS-SEM-MAIS-ORDENADOS.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de APURA-FATURAS.
       APURA-FATURAS-ROTINAS SECTION.
       DEVOLVE-MOVIMENTO.

           RETURN ORDENACAO
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
           END-RETURN.

       APURA-FATURA.

           MOVE SRT-FATURA TO WS-FT-ATUAL
           MOVE ZEROS TO WS-FT-CLIENTE
                         WS-FT-PROPINA
                         WS-FT-SERVICOS
           MOVE SPACE TO WS-FT-CLASSE
           MOVE 'N' TO WS-IND-JUROS WS-IND-MOVIMENTO
           INITIALIZE WS-FT-MESES

           PERFORM ACUMULA-MOVIMENTO
               UNTIL WS-SEM-MAIS-ORDENADOS
                  OR SRT-FATURA NOT = WS-FT-ATUAL

           IF WS-FATURA-COM-MOVIMENTO
               PERFORM DISTRIBUI-FATURA
           END-IF.

       ACUMULA-MOVIMENTO.

           IF SRT-CLIENTE > ZEROS
              AND (WS-FT-CLIENTE = ZEROS OR SRT-TIPO = 'F')
               MOVE SRT-CLIENTE TO WS-FT-CLIENTE
           END-IF

           EVALUATE SRT-TIPO
               WHEN 'F'
                   ADD SRT-VALOR TO WS-FM-FATURADO (SRT-MES)
                   MOVE SRT-CLASSE TO WS-FT-CLASSE
                   SET WS-FATURA-COM-MOVIMENTO TO TRUE
               WHEN 'N'
                   SUBTRACT SRT-VALOR FROM WS-FM-FATURADO (SRT-MES)
                   SET WS-FATURA-COM-MOVIMENTO TO TRUE
               WHEN 'P'
                   ADD SRT-VALOR TO WS-FM-COBRADO (SRT-MES)
                   SET WS-FATURA-COM-MOVIMENTO TO TRUE
               WHEN 'L'
                   IF SRT-CLASSE = 'P'
                       ADD SRT-VALOR TO WS-FT-PROPINA
                   ELSE
                       ADD SRT-VALOR TO WS-FT-SERVICOS
                   END-IF
               WHEN 'J'
                   SET WS-FATURA-DE-JUROS TO TRUE
           END-EVALUATE

           PERFORM DEVOLVE-MOVIMENTO.

       DISTRIBUI-FATURA.

           ADD 1 TO WS-CONT-FATURAS
           COMPUTE WS-FT-LINHAS = WS-FT-PROPINA + WS-FT-SERVICOS

           MOVE WS-FT-CLIENTE TO WS-CLIENTE-PROCURADO
           PERFORM PROCURA-CLIENTE
           IF WS-CLI-POS > ZEROS
               MOVE WS-CL-NIVEL (WS-CLI-POS) TO WS-NIVEL-PROCURADO
           ELSE
               MOVE "--" TO WS-NIVEL-PROCURADO
           END-IF
           PERFORM POSICIONA-NIVEL

           PERFORM DISTRIBUI-MES
               VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12.

       DISTRIBUI-MES.

           MOVE WS-FM-FATURADO (WS-MES-IDX) TO WS-MONTANTE
           PERFORM REPARTE-MONTANTE
           PERFORM SOMA-FATURADO-TIPO
               VARYING WS-TIP-IDX FROM 1 BY 1
               UNTIL WS-TIP-IDX > 3

           MOVE WS-FM-COBRADO (WS-MES-IDX) TO WS-MONTANTE
           PERFORM REPARTE-MONTANTE
           PERFORM SOMA-COBRADO-TIPO
               VARYING WS-TIP-IDX FROM 1 BY 1
               UNTIL WS-TIP-IDX > 3.

      * Juros vai tudo para juros; sem linhas, conta a descricao (a
      * fatura sem emissao no periodo e sem linhas e propina); com
      * linhas, a propina leva a sua proporcao arredondada e os
      * servicos o resto.
       REPARTE-MONTANTE.

           MOVE ZEROS TO WS-PARTE-TIPO (1)
                         WS-PARTE-TIPO (2)
                         WS-PARTE-TIPO (3)

           EVALUATE TRUE
               WHEN WS-FATURA-DE-JUROS
                   MOVE WS-MONTANTE TO WS-PARTE-TIPO (3)
               WHEN WS-FT-LINHAS = ZEROS AND WS-FT-CLASSE = 'S'
                   MOVE WS-MONTANTE TO WS-PARTE-TIPO (2)
               WHEN WS-FT-LINHAS = ZEROS
                   MOVE WS-MONTANTE TO WS-PARTE-TIPO (1)
               WHEN OTHER
                   COMPUTE WS-PARTE-TIPO (1) ROUNDED =
                       WS-MONTANTE * WS-FT-PROPINA / WS-FT-LINHAS
                   COMPUTE WS-PARTE-TIPO (2) =
                       WS-MONTANTE - WS-PARTE-TIPO (1)
           END-EVALUATE.

       SOMA-FATURADO-TIPO.

           ADD WS-PARTE-TIPO (WS-TIP-IDX)
               TO WS-NV-FATURADO (WS-NIV-POS WS-TIP-IDX WS-MES-IDX).

       SOMA-COBRADO-TIPO.

           ADD WS-PARTE-TIPO (WS-TIP-IDX)
               TO WS-NV-COBRADO (WS-NIV-POS WS-TIP-IDX WS-MES-IDX).
