      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: CONTAS A PAGAR - REGISTO DAS FATURAS DE FORNECEDOR
      *          (DESPESAS.DAT) COM VENCIMENTO, PAGAMENTO A
      *          FORNECEDOR (PAGFORN.DAT) EM NUMERARIO,
      *          TRANSFERENCIA OU CHEQUE, FATURAS EM ABERTO POR
      *          VENCIMENTO, CONTA CORRENTE DO FORNECEDOR E ANULACAO.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. O sistema so via o dinheiro que
      *            entra; as despesas da escola viviam fora dele. A
      *            fatura do fornecedor (mestre FORNECEDORES.DAT do
      *            PROGFORNECEDOR) e registada com numero interno
      *            (maior + 1), o documento do fornecedor - que nao
      *            se repete para o mesmo fornecedor -, a categoria
      *            (tabela DESPESA de TABELAS.DAT via PROGTABCON), o
      *            valor, a data do documento e o vencimento. O
      *            pagamento pode ser parcial; paga a totalidade, a
      *            fatura passa a P. O registo e recusado quando o
      *            mes do documento esta fechado e o pagamento quando
      *            o mes de hoje esta fechado (PROGFECHOMES) - ambos
      *            entram no diario do PROGDIARIO. Os pagamentos em
      *            numerario saem no fecho de caixa (PROGCAIXA) e os
      *            vencimentos em aberto na projecao de tesouraria
      *            (PROGPROJECAO). A anulacao exige supervisor e uma
      *            fatura sem pagamentos.
      * 15/10/26 - As rotinas de leitura, RELEASE e RETURN dos
      *            procedimentos da ordenacao passam para seccoes
      *            proprias, como no PROGFECHOANO: a ordenacao corria-as
      *            de novo no fim de cada seccao com o ultimo registo
      *            ainda na area - a ultima despesa em aberto era
      *            libertada e mostrada duas vezes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDESPESA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-ID
               ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FORNECEDORES.
           SELECT DESPESAS   ASSIGN TO "DESPESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-NUMERO
               FILE STATUS IS WS-FS-DESPESAS.
           SELECT PAGFORN    ASSIGN TO "PAGFORN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGFORN.
           SELECT MESFECHO   ASSIGN TO "MESFECHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESFECHO.
           SELECT ORDENACAO  ASSIGN TO "DESPESA.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDORES.
       COPY "FORREG.cpy" REPLACING NIVEL-FOR BY 01
                                   CAMPO-FOR-REG BY FD-FORNECEDOR-REG.

       FD  DESPESAS.
       COPY "DSPREG.cpy" REPLACING NIVEL-DSP BY 01
                                   CAMPO-DSP-REG BY FD-DESPESA-REG.

       FD  PAGFORN.
       COPY "PGFREG.cpy" REPLACING NIVEL-PGF BY 01
                                   CAMPO-PGF-REG BY FD-PAGFORN-REG.

       FD  MESFECHO.
       COPY "MFEREG.cpy" REPLACING NIVEL-MFE BY 01
                                   CAMPO-MFE-REG BY FD-MESFECHO-REG.

       SD  ORDENACAO.
       01  SRT-REGISTO.
           03 SRT-VENCIMENTO           PIC 9(08).
           03 SRT-NUMERO               PIC 9(06).
           03 SRT-FORNECEDOR           PIC 9(06).
           03 SRT-DOCUMENTO            PIC X(20).
           03 SRT-RESIDUAL             PIC S9(07)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-FORNECEDORES       PIC X(02) VALUE ZEROS.
       01 WS-FS-DESPESAS           PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGFORN            PIC X(02) VALUE ZEROS.
       01 WS-FS-MESFECHO           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.
       01 WS-IND-FORNECEDORES      PIC X VALUE 'N'.
           88 WS-FORNECEDORES-ABERTOS     VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-DESPESA-NUM           PIC 9(06) VALUE ZEROS.
       01 WS-FORNECEDOR-NUM        PIC 9(06) VALUE ZEROS.
       01 WS-PROX-NUMERO           PIC 9(06) VALUE ZEROS.
       01 WS-PROX-PAGAMENTO        PIC 9(06) VALUE ZEROS.
       01 WS-DOCUMENTO             PIC X(20) VALUE SPACES.
       01 WS-DESCRICAO             PIC X(30) VALUE SPACES.
       01 WS-CATEGORIA             PIC X(10) VALUE SPACES.
       01 WS-FORMA                 PIC X(01) VALUE SPACE.
       01 WS-REFERENCIA            PIC X(20) VALUE SPACES.
       01 WS-CONFIRMA              PIC X VALUE 'N'.

       01 WS-IND-VALIDO            PIC X VALUE 'N'.
           88 WS-DADOS-VALIDOS            VALUE 'S'.
       01 WS-IND-DUPLICADO         PIC X VALUE 'N'.
           88 WS-DOCUMENTO-REPETIDO       VALUE 'S'.

       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-VALOR.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-PAGO.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-RESIDUAL.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-TOTAL-ABERTO.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-TOTAL-VENCIDO.

      * Datas pedidas como DD/MM/AAAA e validadas no PROGVALDATA.
       01 WS-DATA-ENTRADA          PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WS-DATA-ENTRADA.
           03 WS-DEN-DIA               PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DEN-MES               PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DEN-ANO               PIC X(04).
       01 WS-DATA-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DA-ANO                PIC X(04).
           03 WS-DA-MES                PIC X(02).
           03 WS-DA-DIA                PIC X(02).
       01 WS-DATA-VALIDADA         PIC X VALUE 'N'.
           88 WS-DATA-BOA                 VALUE 'S'.
       01 WS-DATA-DOC              PIC 9(08) VALUE ZEROS.
       01 WS-VENCIMENTO            PIC 9(08) VALUE ZEROS.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-MES              PIC 9(08) VALUE ZEROS.
       01 WS-MES-LANCAMENTO        PIC 9(06) VALUE ZEROS.
       01 WS-ESTADO-MES            PIC X VALUE SPACE.
       01 WS-MESFECHO-FIM          PIC X VALUE 'N'.
           88 WS-MESFECHO-FIM-FICHEIRO    VALUE 'S'.

      * Pago por fatura de fornecedor, carregado de PAGFORN.DAT para
      * as listagens.
       01 WS-PGT-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-PGT-MAX               PIC 9(03) VALUE 500.
       01 WS-PGT-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-PGT-TAB OCCURS 500 TIMES.
           03 WS-PGT-DESPESA           PIC 9(06).
           03 WS-PGT-VALOR             PIC S9(07)V99.
       01 WS-IND-PGT-CHEIA         PIC X VALUE 'N'.
           88 WS-PGT-CHEIA                VALUE 'S'.

       01 WS-VALOR-EDIT            PIC -(07)9.99.
       01 WS-DATA-EDIT             PIC 9999/99/99.
       01 WS-VENCE-EDIT            PIC 9999/99/99.
       01 WS-SITUACAO              PIC X(07) VALUE SPACES.
       01 WS-CONT-LISTADAS         PIC 9(04) VALUE ZEROS.
       01 WS-CONT-REGISTADAS       PIC 9(04) VALUE ZEROS.
       01 WS-CONT-PAGAMENTOS       PIC 9(04) VALUE ZEROS.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
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

       01 TABCON-PARAMETRES.
           02 TBC-TABELA               PIC X(10).
           02 TBC-CODIGO               PIC X(20).
           02 TBC-DATA                 PIC 9(08).
           02 TBC-DESCRICAO            PIC X(30).
           02 TBC-RESULTADO            PIC X(01).
               88 TBC-ENCONTRADO              VALUE 'S'.
               88 TBC-NAO-ENCONTRADO          VALUE 'N'.
               88 TBC-SEM-FICHEIRO            VALUE 'F'.

       01 VALDATA-PARAMETRES.
           02 VD-DIA                   PIC 99.
           02 VD-MES                   PIC 99.
           02 VD-ANO                   PIC 9(04).
           02 VD-DATA-VALIDA           PIC X.
               88 VD-VALIDA                   VALUE 'S'.
               88 VD-INVALIDA                 VALUE 'N'.

       PROCEDURE DIVISION.
       PRINCIPAL SECTION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   CONTAS A PAGAR - DESPESAS             *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF WS-SIGNON-FALHOU OR SGN-FALHOU
               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT FORNECEDORES
           IF WS-FS-FORNECEDORES = "00"
               SET WS-FORNECEDORES-ABERTOS TO TRUE
           ELSE
               DISPLAY "AVISO: FORNECEDORES.DAT NAO ENCONTRADO - "
                       "CRIE OS FORNECEDORES NO PROGFORNECEDOR."
           END-IF

           OPEN I-O DESPESAS
           IF WS-FS-DESPESAS = "35"
               OPEN OUTPUT DESPESAS
               CLOSE DESPESAS
               OPEN I-O DESPESAS
           END-IF

           PERFORM PROCESSA-OPCAO
               UNTIL WS-OPCAO = ZERO

           CLOSE DESPESAS
           IF WS-FORNECEDORES-ABERTOS
               CLOSE FORNECEDORES
           END-IF

           DISPLAY "FATURAS REGISTADAS NESTA SESSAO : "
                   WS-CONT-REGISTADAS
           DISPLAY "PAGAMENTOS NESTA SESSAO         : "
                   WS-CONT-PAGAMENTOS
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - REGISTAR FATURA DE FORNECEDOR"
           DISPLAY "  2 - PAGAR FATURA DE FORNECEDOR"
           DISPLAY "  3 - FATURAS EM ABERTO POR VENCIMENTO"
           DISPLAY "  4 - CONTA CORRENTE DE UM FORNECEDOR"
           DISPLAY "  5 - ANULAR FATURA DE FORNECEDOR"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REGISTA-DESPESA
               WHEN 2
                   PERFORM PAGA-DESPESA
               WHEN 3
                   PERFORM LISTA-EM-ABERTO
               WHEN 4
                   PERFORM LISTA-FORNECEDOR
               WHEN 5
                   PERFORM ANULA-DESPESA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      * O fornecedor tem de existir no mestre e estar ativo.
       LE-FORNECEDOR.

           MOVE 'N' TO WS-IND-VALIDO

           IF NOT WS-FORNECEDORES-ABERTOS
               DISPLAY "FORNECEDORES.DAT NAO DISPONIVEL."
           ELSE
               MOVE WS-FORNECEDOR-NUM TO FOR-ID
               READ FORNECEDORES
               EVALUATE TRUE
                   WHEN WS-FS-FORNECEDORES NOT = "00"
                       DISPLAY "FORNECEDOR " WS-FORNECEDOR-NUM
                               " NAO EXISTE."
                   WHEN FOR-ELIMINADO
                       DISPLAY "FORNECEDOR " WS-FORNECEDOR-NUM
                               " ESTA ELIMINADO."
                   WHEN OTHER
                       SET WS-DADOS-VALIDOS TO TRUE
               END-EVALUATE
           END-IF.

       REGISTA-DESPESA.

           MOVE SPACES TO WS-DOCUMENTO WS-DESCRICAO WS-CATEGORIA
           MOVE ZEROS TO WS-VALOR

           DISPLAY "NUMERO DO FORNECEDOR: "
           ACCEPT WS-FORNECEDOR-NUM
           PERFORM LE-FORNECEDOR

           IF WS-DADOS-VALIDOS
               DISPLAY "FORNECEDOR: " FOR-NOME " NIF " FOR-NIF
               DISPLAY "NUMERO DO DOCUMENTO DO FORNECEDOR: "
               ACCEPT WS-DOCUMENTO
               IF WS-DOCUMENTO = SPACES
                   DISPLAY "O DOCUMENTO E OBRIGATORIO - NADA "
                           "REGISTADO."
                   MOVE 'N' TO WS-IND-VALIDO
               ELSE
                   PERFORM VERIFICA-DOCUMENTO
                   IF WS-DOCUMENTO-REPETIDO
                       DISPLAY "O DOCUMENTO " WS-DOCUMENTO
                               " DESTE FORNECEDOR JA ESTA REGISTADO"
                               " - NADA REGISTADO."
                       MOVE 'N' TO WS-IND-VALIDO
                   END-IF
               END-IF
           END-IF

           IF WS-DADOS-VALIDOS
               DISPLAY "DESCRICAO: "
               ACCEPT WS-DESCRICAO
               DISPLAY "CATEGORIA DA DESPESA: "
               ACCEPT WS-CATEGORIA
               PERFORM VALIDA-CATEGORIA
           END-IF

           IF WS-DADOS-VALIDOS
               DISPLAY "VALOR DA FATURA: "
               ACCEPT WS-VALOR
               IF WS-VALOR <= ZEROS
                   DISPLAY "VALOR INVALIDO - NADA REGISTADO."
                   MOVE 'N' TO WS-IND-VALIDO
               END-IF
           END-IF

           IF WS-DADOS-VALIDOS
               DISPLAY "DATA DO DOCUMENTO (DD/MM/AAAA): "
               PERFORM PEDE-DATA
               MOVE WS-DATA-AAAAMMDD TO WS-DATA-DOC
               IF NOT WS-DATA-BOA
                   MOVE 'N' TO WS-IND-VALIDO
               END-IF
           END-IF

           IF WS-DADOS-VALIDOS
               DISPLAY "DATA DE VENCIMENTO (DD/MM/AAAA): "
               PERFORM PEDE-DATA
               MOVE WS-DATA-AAAAMMDD TO WS-VENCIMENTO
               EVALUATE TRUE
                   WHEN NOT WS-DATA-BOA
                       MOVE 'N' TO WS-IND-VALIDO
                   WHEN WS-VENCIMENTO < WS-DATA-DOC
                       DISPLAY "O VENCIMENTO E ANTERIOR A DATA DO "
                               "DOCUMENTO - NADA REGISTADO."
                       MOVE 'N' TO WS-IND-VALIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      * A fatura entra no diario pelo mes do documento - um mes
      * fechado recusa-a.
           IF WS-DADOS-VALIDOS
               MOVE WS-DATA-DOC TO WS-DATA-MES
               PERFORM VERIFICA-MES-FECHADO
               IF WS-ESTADO-MES = 'F'
                   DISPLAY "O MES " WS-MES-LANCAMENTO " ESTA "
                           "FECHADO (PROGFECHOMES) - NADA "
                           "REGISTADO."
                   MOVE 'N' TO WS-IND-VALIDO
               END-IF
           END-IF

           IF WS-DADOS-VALIDOS
               PERFORM GRAVA-DESPESA
           END-IF.

      * Um documento nao se repete para o mesmo fornecedor (as
      * anuladas nao contam - o documento pode ser registado de
      * novo depois de anulado um registo errado).
       VERIFICA-DOCUMENTO.

           MOVE 'N' TO WS-IND-DUPLICADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           MOVE ZEROS TO DSP-NUMERO
           START DESPESAS KEY NOT < DSP-NUMERO
               INVALID KEY SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-START

           IF NOT WS-SEM-MAIS-REGISTOS
               PERFORM LE-DESPESA-SEGUINTE
               PERFORM COMPARA-DOCUMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS
           END-IF.

       LE-DESPESA-SEGUINTE.

           READ DESPESAS NEXT
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       COMPARA-DOCUMENTO.

           IF DSP-FORNECEDOR = WS-FORNECEDOR-NUM
              AND DSP-DOCUMENTO = WS-DOCUMENTO
              AND NOT DSP-ANULADA
               SET WS-DOCUMENTO-REPETIDO TO TRUE
           END-IF

           PERFORM LE-DESPESA-SEGUINTE.

      * A categoria tem de estar na tabela DESPESA de TABELAS.DAT;
      * sem o ficheiro (ou sem o PROGTABCON) e aceite com aviso e
      * o diario lanca-a na conta de gastos geral.
       VALIDA-CATEGORIA.

           MOVE "DESPESA" TO TBC-TABELA
           MOVE WS-CATEGORIA TO TBC-CODIGO
           MOVE WS-DATA-HOJE TO TBC-DATA
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGTABCON' USING TABCON-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-CATEGORIA = SPACES
                   DISPLAY "A CATEGORIA E OBRIGATORIA - NADA "
                           "REGISTADO."
                   MOVE 'N' TO WS-IND-VALIDO
               WHEN WS-CHAMADA-FALHOU OR TBC-SEM-FICHEIRO
                   DISPLAY "AVISO: TABELA DESPESA INDISPONIVEL - "
                           "CATEGORIA ACEITE SEM VALIDACAO."
               WHEN TBC-ENCONTRADO
                   DISPLAY "CATEGORIA: " TBC-DESCRICAO
               WHEN OTHER
                   DISPLAY "CATEGORIA " WS-CATEGORIA " NAO EXISTE "
                           "NA TABELA DESPESA - NADA REGISTADO."
                   MOVE 'N' TO WS-IND-VALIDO
           END-EVALUATE.

       PEDE-DATA.

           MOVE 'N' TO WS-DATA-VALIDADA
           MOVE ZEROS TO WS-DATA-AAAAMMDD
           MOVE SPACES TO WS-DATA-ENTRADA
           ACCEPT WS-DATA-ENTRADA

           MOVE WS-DEN-DIA TO VD-DIA
           MOVE WS-DEN-MES TO VD-MES
           MOVE WS-DEN-ANO TO VD-ANO
           SET VD-INVALIDA TO TRUE
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGVALDATA' USING VALDATA-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU OR VD-INVALIDA
               DISPLAY "DATA INVALIDA - NADA REGISTADO."
           ELSE
               MOVE WS-DEN-ANO TO WS-DA-ANO
               MOVE WS-DEN-MES TO WS-DA-MES
               MOVE WS-DEN-DIA TO WS-DA-DIA
               SET WS-DATA-BOA TO TRUE
           END-IF.

      * O numero interno e o maior existente mais um.
       APURA-PROXIMO-NUMERO.

           MOVE ZEROS TO WS-PROX-NUMERO
           MOVE 'N' TO WS-FIM-FICHEIRO

           MOVE ZEROS TO DSP-NUMERO
           START DESPESAS KEY NOT < DSP-NUMERO
               INVALID KEY SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-START

           IF NOT WS-SEM-MAIS-REGISTOS
               PERFORM LE-DESPESA-SEGUINTE
               PERFORM GUARDA-MAIOR-NUMERO
                   UNTIL WS-SEM-MAIS-REGISTOS
           END-IF

           ADD 1 TO WS-PROX-NUMERO.

       GUARDA-MAIOR-NUMERO.

           IF DSP-NUMERO > WS-PROX-NUMERO
               MOVE DSP-NUMERO TO WS-PROX-NUMERO
           END-IF

           PERFORM LE-DESPESA-SEGUINTE.

       GRAVA-DESPESA.

           PERFORM APURA-PROXIMO-NUMERO

           MOVE SPACES             TO FD-DESPESA-REG
           MOVE WS-PROX-NUMERO     TO DSP-NUMERO
           MOVE WS-FORNECEDOR-NUM  TO DSP-FORNECEDOR
           MOVE WS-DOCUMENTO       TO DSP-DOCUMENTO
           MOVE WS-DESCRICAO       TO DSP-DESCRICAO
           MOVE WS-CATEGORIA       TO DSP-CATEGORIA
           MOVE WS-VALOR           TO DSP-VALOR
           MOVE WS-DATA-DOC        TO DSP-DATA-DOC
           MOVE WS-VENCIMENTO      TO DSP-VENCIMENTO
           SET DSP-EM-ABERTO       TO TRUE
           MOVE WS-DATA-HOJE       TO DSP-DATA-REGISTO
           MOVE SGN-OPERADOR       TO DSP-OPERADOR

           WRITE FD-DESPESA-REG
           IF WS-FS-DESPESAS = "00"
               ADD 1 TO WS-CONT-REGISTADAS
               MOVE WS-VALOR TO WS-VALOR-EDIT
               DISPLAY "FATURA DE FORNECEDOR REGISTADA COM O NUMERO "
                       DSP-NUMERO " - " WS-VALOR-EDIT
           ELSE
               DISPLAY "ERRO AO GRAVAR A FATURA - FILE STATUS "
                       WS-FS-DESPESAS
           END-IF.

       PAGA-DESPESA.

           MOVE SPACES TO WS-REFERENCIA
           MOVE ZEROS TO WS-VALOR
           MOVE 'N' TO WS-IND-VALIDO

           DISPLAY "NUMERO DA FATURA DE FORNECEDOR: "
           ACCEPT WS-DESPESA-NUM

           MOVE WS-DESPESA-NUM TO DSP-NUMERO
           READ DESPESAS
           EVALUATE TRUE
               WHEN WS-FS-DESPESAS NOT = "00"
                   DISPLAY "FATURA " WS-DESPESA-NUM " NAO EXISTE."
               WHEN DSP-ANULADA
                   DISPLAY "FATURA ANULADA - NADA A PAGAR."
               WHEN DSP-PAGA
                   DISPLAY "FATURA JA PAGA."
               WHEN OTHER
                   SET WS-DADOS-VALIDOS TO TRUE
           END-EVALUATE

      * O pagamento entra no diario com a data de hoje - um mes
      * fechado recusa-o.
           IF WS-DADOS-VALIDOS
               MOVE WS-DATA-HOJE TO WS-DATA-MES
               PERFORM VERIFICA-MES-FECHADO
               IF WS-ESTADO-MES = 'F'
                   DISPLAY "O MES " WS-MES-LANCAMENTO " ESTA "
                           "FECHADO (PROGFECHOMES) - PAGAMENTO "
                           "RECUSADO."
                   MOVE 'N' TO WS-IND-VALIDO
               END-IF
           END-IF

           IF WS-DADOS-VALIDOS
               PERFORM SOMA-PAGAMENTOS
               COMPUTE WS-RESIDUAL = DSP-VALOR - WS-PAGO
               MOVE WS-RESIDUAL TO WS-VALOR-EDIT
               DISPLAY "FORNECEDOR " DSP-FORNECEDOR " DOCUMENTO "
                       DSP-DOCUMENTO
               DISPLAY "EM DIVIDA: " WS-VALOR-EDIT
               DISPLAY "VALOR A PAGAR (0 = TOTAL EM DIVIDA): "
               ACCEPT WS-VALOR
               IF WS-VALOR = ZEROS
                   MOVE WS-RESIDUAL TO WS-VALOR
               END-IF
               IF WS-VALOR < ZEROS OR WS-VALOR > WS-RESIDUAL
                   DISPLAY "VALOR INVALIDO (ATE " WS-VALOR-EDIT
                           ") - NADA PAGO."
                   MOVE 'N' TO WS-IND-VALIDO
               END-IF
           END-IF

           IF WS-DADOS-VALIDOS
               DISPLAY "FORMA (D=NUMERARIO, T=TRANSFERENCIA, "
                       "C=CHEQUE): "
               ACCEPT WS-FORMA
               EVALUATE WS-FORMA
                   WHEN 'D'
                       CONTINUE
                   WHEN 'T'
                       DISPLAY "REFERENCIA DA TRANSFERENCIA: "
                       ACCEPT WS-REFERENCIA
                   WHEN 'C'
                       DISPLAY "NUMERO DO CHEQUE: "
                       ACCEPT WS-REFERENCIA
                   WHEN OTHER
                       DISPLAY "FORMA DE PAGAMENTO INVALIDA - NADA "
                               "PAGO."
                       MOVE 'N' TO WS-IND-VALIDO
               END-EVALUATE
           END-IF

           IF WS-DADOS-VALIDOS
               PERFORM GRAVA-PAGAMENTO
           END-IF.

      * Soma o ja pago a fatura e apura o proximo numero de
      * pagamento (o maior de PAGFORN.DAT mais um).
       SOMA-PAGAMENTOS.

           MOVE ZEROS TO WS-PAGO WS-PROX-PAGAMENTO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PAGFORN
           IF WS-FS-PAGFORN = "00"
               PERFORM LE-PAGFORN
               PERFORM ACUMULA-PAGAMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGFORN
           END-IF

           ADD 1 TO WS-PROX-PAGAMENTO.

       LE-PAGFORN.

           READ PAGFORN
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       ACUMULA-PAGAMENTO.

           IF PGF-DESPESA = WS-DESPESA-NUM
               ADD PGF-VALOR TO WS-PAGO
           END-IF

           IF PGF-NUMERO > WS-PROX-PAGAMENTO
               MOVE PGF-NUMERO TO WS-PROX-PAGAMENTO
           END-IF

           PERFORM LE-PAGFORN.

       GRAVA-PAGAMENTO.

           OPEN EXTEND PAGFORN
           IF WS-FS-PAGFORN = "35"
               OPEN OUTPUT PAGFORN
               CLOSE PAGFORN
               OPEN EXTEND PAGFORN
           END-IF

           MOVE SPACES            TO FD-PAGFORN-REG
           MOVE WS-PROX-PAGAMENTO TO PGF-NUMERO
           MOVE WS-DESPESA-NUM    TO PGF-DESPESA
           MOVE DSP-FORNECEDOR    TO PGF-FORNECEDOR
           MOVE WS-VALOR          TO PGF-VALOR
           MOVE WS-DATA-HOJE      TO PGF-DATA
           MOVE WS-FORMA          TO PGF-FORMA
           MOVE WS-REFERENCIA     TO PGF-REFERENCIA
           MOVE SGN-OPERADOR      TO PGF-OPERADOR
           WRITE FD-PAGFORN-REG

           CLOSE PAGFORN

           IF WS-FS-PAGFORN NOT = "00"
               DISPLAY "ERRO AO GRAVAR O PAGAMENTO - FILE STATUS "
                       WS-FS-PAGFORN
           ELSE
               ADD 1 TO WS-CONT-PAGAMENTOS
               MOVE WS-VALOR TO WS-VALOR-EDIT
               DISPLAY "PAGAMENTO " WS-PROX-PAGAMENTO " GRAVADO - "
                       WS-VALOR-EDIT

      * Paga a totalidade, a fatura sai das faturas em aberto.
               IF WS-VALOR = WS-RESIDUAL
                   SET DSP-PAGA TO TRUE
                   REWRITE FD-DESPESA-REG
                   IF WS-FS-DESPESAS = "00"
                       DISPLAY "FATURA " DSP-NUMERO " PAGA NA "
                               "TOTALIDADE."
                   ELSE
                       DISPLAY "AVISO: FATURA NAO MARCADA COMO "
                               "PAGA - FILE STATUS " WS-FS-DESPESAS
                   END-IF
               END-IF
           END-IF.

      * Anulacao de uma fatura registada por engano: so por
      * supervisor, sem pagamentos e com o mes do documento ainda
      * aberto.
       ANULA-DESPESA.

           MOVE 'N' TO WS-IND-VALIDO

           IF NOT SGN-SUPERVISOR
               DISPLAY "SO UM SUPERVISOR PODE ANULAR FATURAS DE "
                       "FORNECEDOR."
           ELSE
               DISPLAY "NUMERO DA FATURA DE FORNECEDOR: "
               ACCEPT WS-DESPESA-NUM
               MOVE WS-DESPESA-NUM TO DSP-NUMERO
               READ DESPESAS
               EVALUATE TRUE
                   WHEN WS-FS-DESPESAS NOT = "00"
                       DISPLAY "FATURA " WS-DESPESA-NUM
                               " NAO EXISTE."
                   WHEN NOT DSP-EM-ABERTO
                       DISPLAY "SO SE ANULA UMA FATURA EM ABERTO."
                   WHEN OTHER
                       SET WS-DADOS-VALIDOS TO TRUE
               END-EVALUATE
           END-IF

           IF WS-DADOS-VALIDOS
               PERFORM SOMA-PAGAMENTOS
               IF WS-PAGO NOT = ZEROS
                   DISPLAY "A FATURA TEM PAGAMENTOS - NAO PODE SER "
                           "ANULADA."
                   MOVE 'N' TO WS-IND-VALIDO
               END-IF
           END-IF

           IF WS-DADOS-VALIDOS
               MOVE DSP-DATA-DOC TO WS-DATA-MES
               PERFORM VERIFICA-MES-FECHADO
               IF WS-ESTADO-MES = 'F'
                   DISPLAY "O MES " WS-MES-LANCAMENTO " ESTA "
                           "FECHADO (PROGFECHOMES) - ANULACAO "
                           "RECUSADA."
                   MOVE 'N' TO WS-IND-VALIDO
               END-IF
           END-IF

           IF WS-DADOS-VALIDOS
               MOVE DSP-VALOR TO WS-VALOR-EDIT
               DISPLAY "FORNECEDOR " DSP-FORNECEDOR " DOCUMENTO "
                       DSP-DOCUMENTO " - " WS-VALOR-EDIT
               DISPLAY "CONFIRMA A ANULACAO? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   SET DSP-ANULADA TO TRUE
                   REWRITE FD-DESPESA-REG
                   IF WS-FS-DESPESAS = "00"
                       DISPLAY "FATURA " DSP-NUMERO " ANULADA."
                   ELSE
                       DISPLAY "ERRO AO ANULAR - FILE STATUS "
                               WS-FS-DESPESAS
                   END-IF
               ELSE
                   DISPLAY "ANULACAO CANCELADA."
               END-IF
           END-IF.

       VERIFICA-MES-FECHADO.

           MOVE WS-DATA-MES (1: 6) TO WS-MES-LANCAMENTO
           MOVE SPACE TO WS-ESTADO-MES
           MOVE 'N' TO WS-MESFECHO-FIM

           OPEN INPUT MESFECHO
           IF WS-FS-MESFECHO = "00"
               PERFORM LE-MESFECHO
               PERFORM VERIFICA-MESFECHO
                   UNTIL WS-MESFECHO-FIM-FICHEIRO
               CLOSE MESFECHO
           END-IF.

       LE-MESFECHO.

           READ MESFECHO
               AT END SET WS-MESFECHO-FIM-FICHEIRO TO TRUE
           END-READ.

       VERIFICA-MESFECHO.

           IF MFE-MES = WS-MES-LANCAMENTO
               MOVE MFE-ESTADO TO WS-ESTADO-MES
           END-IF

           PERFORM LE-MESFECHO.

      * O pago de cada fatura, numa so leitura de PAGFORN.DAT, para
      * as listagens.
       CARREGA-PAGOS.

           MOVE ZEROS TO WS-PGT-CONT
           MOVE 'N' TO WS-IND-PGT-CHEIA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PAGFORN
           IF WS-FS-PAGFORN = "00"
               PERFORM LE-PAGFORN
               PERFORM GUARDA-PAGO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGFORN
           END-IF

           IF WS-PGT-CHEIA
               DISPLAY "AVISO: MAIS DE " WS-PGT-MAX " FATURAS COM "
                       "PAGAMENTOS - OS VALORES EM DIVIDA PODEM "
                       "SAIR POR EXCESSO."
           END-IF.

       GUARDA-PAGO.

           PERFORM LOCALIZA-PAGO
               VARYING WS-PGT-IDX FROM 1 BY 1
               UNTIL WS-PGT-IDX > WS-PGT-CONT
                  OR WS-PGT-DESPESA (WS-PGT-IDX) = PGF-DESPESA

           IF WS-PGT-IDX > WS-PGT-CONT
               IF WS-PGT-CONT < WS-PGT-MAX
                   ADD 1 TO WS-PGT-CONT
                   MOVE PGF-DESPESA TO WS-PGT-DESPESA (WS-PGT-CONT)
                   MOVE PGF-VALOR   TO WS-PGT-VALOR (WS-PGT-CONT)
               ELSE
                   SET WS-PGT-CHEIA TO TRUE
               END-IF
           ELSE
               ADD PGF-VALOR TO WS-PGT-VALOR (WS-PGT-IDX)
           END-IF

           PERFORM LE-PAGFORN.

       LOCALIZA-PAGO.

           CONTINUE.

      * Residual de uma fatura (DSP-) pela tabela do pago.
       APURA-RESIDUAL.

           MOVE DSP-VALOR TO WS-RESIDUAL

           PERFORM LOCALIZA-PAGO
               VARYING WS-PGT-IDX FROM 1 BY 1
               UNTIL WS-PGT-IDX > WS-PGT-CONT
                  OR WS-PGT-DESPESA (WS-PGT-IDX) = DSP-NUMERO

           IF WS-PGT-IDX NOT > WS-PGT-CONT
               SUBTRACT WS-PGT-VALOR (WS-PGT-IDX) FROM WS-RESIDUAL
           END-IF.

      * Faturas em aberto ordenadas pelo vencimento, com as
      * vencidas assinaladas e os totais.
       LISTA-EM-ABERTO.

           MOVE ZEROS TO WS-CONT-LISTADAS WS-TOTAL-ABERTO
                         WS-TOTAL-VENCIDO
           PERFORM CARREGA-PAGOS

           DISPLAY " "
           DISPLAY "VENCIMENTO  FATURA FORNEC. DOCUMENTO"
                   "               EM DIVIDA SITUACAO"

           SORT ORDENACAO
               ON ASCENDING KEY SRT-VENCIMENTO SRT-NUMERO
               INPUT PROCEDURE IS SELECIONA-ABERTAS
               OUTPUT PROCEDURE IS MOSTRA-ABERTAS

           MOVE WS-TOTAL-ABERTO TO WS-VALOR-EDIT
           DISPLAY "FATURAS EM ABERTO: " WS-CONT-LISTADAS
                   "   TOTAL EM DIVIDA: " WS-VALOR-EDIT
           MOVE WS-TOTAL-VENCIDO TO WS-VALOR-EDIT
           DISPLAY "DOS QUAIS VENCIDOS: " WS-VALOR-EDIT.

      * Movimentos de um fornecedor: as faturas e o que falta pagar
      * em cada uma.
       LISTA-FORNECEDOR.

           MOVE ZEROS TO WS-CONT-LISTADAS WS-TOTAL-ABERTO

           DISPLAY "NUMERO DO FORNECEDOR: "
           ACCEPT WS-FORNECEDOR-NUM
           PERFORM LE-FORNECEDOR

      * Um fornecedor eliminado continua a ter a conta corrente.
           IF WS-FORNECEDORES-ABERTOS AND WS-FS-FORNECEDORES = "00"
               DISPLAY "FORNECEDOR " FOR-ID " - " FOR-NOME
               DISPLAY "FATURA DOCUMENTO            DATA DOC."
                       "      VALOR    EM DIVIDA E"
               PERFORM CARREGA-PAGOS
               MOVE 'N' TO WS-FIM-FICHEIRO
               MOVE ZEROS TO DSP-NUMERO
               START DESPESAS KEY NOT < DSP-NUMERO
                   INVALID KEY SET WS-SEM-MAIS-REGISTOS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-REGISTOS
                   PERFORM LE-DESPESA-SEGUINTE
                   PERFORM MOSTRA-DESPESA-FORNECEDOR
                       UNTIL WS-SEM-MAIS-REGISTOS
               END-IF
               MOVE WS-TOTAL-ABERTO TO WS-VALOR-EDIT
               DISPLAY "FATURAS: " WS-CONT-LISTADAS
                       "   TOTAL EM DIVIDA: " WS-VALOR-EDIT
           END-IF.

       MOSTRA-DESPESA-FORNECEDOR.

           IF DSP-FORNECEDOR = WS-FORNECEDOR-NUM
               ADD 1 TO WS-CONT-LISTADAS
               IF DSP-EM-ABERTO
                   PERFORM APURA-RESIDUAL
                   ADD WS-RESIDUAL TO WS-TOTAL-ABERTO
               ELSE
                   MOVE ZEROS TO WS-RESIDUAL
               END-IF
               MOVE DSP-DATA-DOC TO WS-DATA-EDIT
               MOVE DSP-VALOR TO WS-VALOR-EDIT
               DISPLAY DSP-NUMERO " " DSP-DOCUMENTO " " WS-DATA-EDIT
                       " " WS-VALOR-EDIT WITH NO ADVANCING
               MOVE WS-RESIDUAL TO WS-VALOR-EDIT
               DISPLAY " " WS-VALOR-EDIT " " DSP-ESTADO
           END-IF

           PERFORM LE-DESPESA-SEGUINTE.

       SELECIONA-ABERTAS SECTION.
       SELECIONA-INICIO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO DSP-NUMERO
           START DESPESAS KEY NOT < DSP-NUMERO
               INVALID KEY SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-START

           IF NOT WS-SEM-MAIS-REGISTOS
               PERFORM LE-DESPESA-ORDENAR
               PERFORM LIBERTA-DESPESA
                   UNTIL WS-SEM-MAIS-REGISTOS
           END-IF.

      * Rotinas da entrada da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de SELECIONA-ABERTAS.
       SELECIONA-ABERTAS-ROTINAS SECTION.
       LE-DESPESA-ORDENAR.

           READ DESPESAS NEXT
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-DESPESA.

           IF DSP-EM-ABERTO
               PERFORM APURA-RESIDUAL
               IF WS-RESIDUAL > ZEROS
                   MOVE DSP-VENCIMENTO TO SRT-VENCIMENTO
                   MOVE DSP-NUMERO     TO SRT-NUMERO
                   MOVE DSP-FORNECEDOR TO SRT-FORNECEDOR
                   MOVE DSP-DOCUMENTO  TO SRT-DOCUMENTO
                   MOVE WS-RESIDUAL    TO SRT-RESIDUAL
                   RELEASE SRT-REGISTO
               END-IF
           END-IF

           PERFORM LE-DESPESA-ORDENAR.

       MOSTRA-ABERTAS SECTION.
       MOSTRA-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           PERFORM DEVOLVE-ABERTA
           PERFORM MOSTRA-ABERTA
               UNTIL WS-SEM-MAIS-ORDENADOS.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de MOSTRA-ABERTAS.
       MOSTRA-ABERTAS-ROTINAS SECTION.
       DEVOLVE-ABERTA.

           RETURN ORDENACAO
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
           END-RETURN.

       MOSTRA-ABERTA.

           ADD 1 TO WS-CONT-LISTADAS
           ADD SRT-RESIDUAL TO WS-TOTAL-ABERTO

           IF SRT-VENCIMENTO < WS-DATA-HOJE
               MOVE "VENCIDA" TO WS-SITUACAO
               ADD SRT-RESIDUAL TO WS-TOTAL-VENCIDO
           ELSE
               MOVE SPACES TO WS-SITUACAO
           END-IF

           MOVE SRT-VENCIMENTO TO WS-VENCE-EDIT
           MOVE SRT-RESIDUAL TO WS-VALOR-EDIT
           DISPLAY WS-VENCE-EDIT " " SRT-NUMERO " " SRT-FORNECEDOR
                   " " SRT-DOCUMENTO " " WS-VALOR-EDIT " "
                   WS-SITUACAO

           PERFORM DEVOLVE-ABERTA.
       END PROGRAM PROGDESPESA.
