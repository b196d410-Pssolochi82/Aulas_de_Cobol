      *            os debitos nao igualarem os creditos o diario e
      *            recusado com RC-ERRO-GRAVE e nao deve ser
      *            entregue.
      * 15/10/26 - As confirmacoes pagas com saldo credor (forma K do
      *            PROGFATURA) nao sao recebimento de caixa nem de
      *            banco e ficam fora do diario.
      * 15/10/26 - Divida incobravel (ANULACOES.DAT, ANUREG.cpy):
      *              anulacao A        -> debito INCOBRAVEIS,
      *                                   credito CLIENTES
      *              recuperacao R     -> debito CLIENTES, credito
      *                                   RECUPERADAS (o estorno da
      *                                   recuperacao, negativo,
      *                                   troca as contas)
      *            O pagamento que recupera a divida continua a sair
      *            como recebimento; o lancamento R repoe o saldo do
      *            cliente anulado. Contas novas INCOBRAVEIS e
      *            RECUPERADAS na tabela CONTA.
      * 15/10/26 - Contas a pagar (PROGDESPESA):
      *              fatura de fornecedor -> debito da conta de
      *                                   gastos da categoria
      *                                   (codigo DESP-categoria da
      *                                   tabela CONTA; sem entrada,
      *                                   GASTOS), credito
      *                                   FORNECEDORES, pela data do
      *                                   documento; as anuladas
      *                                   ficam de fora
      *              pagamento a fornecedor -> debito FORNECEDORES,
      *                                   credito CAIXA (numerario)
      *                                   ou BANCO
      *            Contas novas FORNECEDORES e GASTOS na tabela
      *            CONTA.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDIARIO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT PAGAMENTOS ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT ANULACOES  ASSIGN TO "ANULACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANULACOES.
           SELECT DESPESAS   ASSIGN TO "DESPESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-NUMERO
               FILE STATUS IS WS-FS-DESPESAS.
           SELECT PAGFORN    ASSIGN TO "PAGFORN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGFORN.
           SELECT DIARIO     ASSIGN TO "DIARIO.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIARIO.
       COPY "PAGREG.cpy" REPLACING NIVEL-PAG BY 01
                                   CAMPO-PAG-REG BY FD-PAG-REGISTO.

       FD  ANULACOES.
       COPY "ANUREG.cpy" REPLACING NIVEL-ANU BY 01
                                   CAMPO-ANU-REG BY FD-ANULACAO-REG.

       FD  DESPESAS.
       COPY "DSPREG.cpy" REPLACING NIVEL-DSP BY 01
                                   CAMPO-DSP-REG BY FD-DESPESA-REG.

       FD  PAGFORN.
       COPY "PGFREG.cpy" REPLACING NIVEL-PGF BY 01
                                   CAMPO-PGF-REG BY FD-PAGFORN-REG.

       FD  DIARIO.
       01  FD-DIARIO-REG               PIC X(200).


       01 WS-FS-FATURAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-ANULACOES          PIC X(02) VALUE ZEROS.
       01 WS-FS-DESPESAS           PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGFORN            PIC X(02) VALUE ZEROS.
       01 WS-FS-DIARIO             PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.

       01 WS-CONTA-PROVJUROS       PIC X(10) VALUE "791".
       01 WS-CONTA-CAIXA           PIC X(10) VALUE "111".
       01 WS-CONTA-BANCO           PIC X(10) VALUE "121".
       01 WS-CONTA-INCOBRAVEIS     PIC X(10) VALUE "651".
       01 WS-CONTA-RECUPERADAS     PIC X(10) VALUE "762".
       01 WS-CONTA-FORNECEDORES    PIC X(10) VALUE "221".
       01 WS-CONTA-GASTOS          PIC X(10) VALUE "622".

       01 WS-CONTA-DEBITO          PIC X(10) VALUE SPACES.
       01 WS-CONTA-CREDITO         PIC X(10) VALUE SPACES.
               PERFORM GRAVA-CABECALHO
               PERFORM LANCA-FATURAS
               PERFORM LANCA-PAGAMENTOS
               PERFORM LANCA-ANULACOES
               PERFORM LANCA-DESPESAS
               PERFORM LANCA-PAGFORN

               IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
                   DISPLAY "ERRO: O DIARIO NAO EQUILIBRA (DEBITOS "
           PERFORM CONSULTA-CONTA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-CONTA-BANCO
           END-IF

           MOVE "INCOBRAVEIS" TO TBC-CODIGO
           PERFORM CONSULTA-CONTA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-CONTA-INCOBRAVEIS
           END-IF

           MOVE "RECUPERADAS" TO TBC-CODIGO
           PERFORM CONSULTA-CONTA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-CONTA-RECUPERADAS
           END-IF

           MOVE "FORNECEDORES" TO TBC-CODIGO
           PERFORM CONSULTA-CONTA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-CONTA-FORNECEDORES
           END-IF

           MOVE "GASTOS" TO TBC-CODIGO
           PERFORM CONSULTA-CONTA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-CONTA-GASTOS
           END-IF.

       CONSULTA-CONTA.
       TRATA-PAGAMENTO.

           IF PAG-DATA (1: 6) = WS-MES-PEDIDO
              AND NOT PAG-SALDO-CREDOR
               EVALUATE PAG-ESTADO
                   WHEN 'S'
                       PERFORM LANCA-RECEBIMENTO

           PERFORM GRAVA-LANCAMENTO.

       LANCA-ANULACOES.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ANULACOES
           IF WS-FS-ANULACOES = "00"
               PERFORM LE-ANULACAO
               PERFORM TRATA-ANULACAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ANULACOES
           END-IF.

       LE-ANULACAO.

           READ ANULACOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * A anulacao tira a divida a CLIENTES para a conta de
      * incobraveis; a recuperacao repoe-na contra a conta de
      * dividas recuperadas, e o estorno dela (valor negativo)
      * sai em valor absoluto com as contas trocadas.
       TRATA-ANULACAO.

           IF ANU-DATA (1: 6) = WS-MES-PEDIDO
               MOVE ANU-DATA TO WS-DATA-LANCAMENTO
               MOVE SPACES TO WS-DOC-LANCAMENTO
               MOVE SPACES TO WS-DESC-LANCAMENTO
               IF ANU-ANULACAO
                   STRING "ANU " ANU-FATURA
                       DELIMITED BY SIZE INTO WS-DOC-LANCAMENTO
                   END-STRING
                   MOVE WS-CONTA-INCOBRAVEIS TO WS-CONTA-DEBITO
                   MOVE WS-CONTA-CLIENTES    TO WS-CONTA-CREDITO
                   MOVE ANU-VALOR TO WS-VALOR-LANCAMENTO
                   STRING "INCOBRAVEL FATURA " ANU-FATURA
                       DELIMITED BY SIZE INTO WS-DESC-LANCAMENTO
                   END-STRING
               ELSE
                   STRING "REC " ANU-DOCUMENTO
                       DELIMITED BY SIZE INTO WS-DOC-LANCAMENTO
                   END-STRING
                   IF ANU-VALOR < ZEROS
                       MOVE WS-CONTA-RECUPERADAS TO WS-CONTA-DEBITO
                       MOVE WS-CONTA-CLIENTES    TO WS-CONTA-CREDITO
                       COMPUTE WS-VALOR-LANCAMENTO = 0 - ANU-VALOR
                       STRING "ESTORNO RECUPERACAO FAT "
                              ANU-FATURA
                           DELIMITED BY SIZE
                           INTO WS-DESC-LANCAMENTO
                       END-STRING
                   ELSE
                       MOVE WS-CONTA-CLIENTES    TO WS-CONTA-DEBITO
                       MOVE WS-CONTA-RECUPERADAS TO WS-CONTA-CREDITO
                       MOVE ANU-VALOR TO WS-VALOR-LANCAMENTO
                       STRING "RECUPERACAO FATURA " ANU-FATURA
                           DELIMITED BY SIZE
                           INTO WS-DESC-LANCAMENTO
                       END-STRING
                   END-IF
               END-IF
               PERFORM GRAVA-LANCAMENTO
           END-IF

           PERFORM LE-ANULACAO.

       LANCA-DESPESAS.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT DESPESAS
           IF WS-FS-DESPESAS = "00"
               PERFORM LE-DESPESA
               PERFORM TRATA-DESPESA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE DESPESAS
           END-IF.

       LE-DESPESA.

           READ DESPESAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * A fatura de fornecedor debita a conta de gastos da sua
      * categoria (DESP-categoria na tabela CONTA, senao GASTOS) e
      * credita FORNECEDORES.
       TRATA-DESPESA.

           IF DSP-DATA-DOC (1: 6) = WS-MES-PEDIDO
              AND NOT DSP-ANULADA
               MOVE DSP-DATA-DOC TO WS-DATA-LANCAMENTO
               MOVE SPACES TO WS-DOC-LANCAMENTO
               STRING "DSP " DSP-NUMERO
                   DELIMITED BY SIZE INTO WS-DOC-LANCAMENTO
               END-STRING

               MOVE SPACES TO TBC-CODIGO
               STRING "DESP-" DSP-CATEGORIA
                   DELIMITED BY SIZE INTO TBC-CODIGO
               END-STRING
               PERFORM CONSULTA-CONTA
               IF TBC-ENCONTRADO
                   MOVE TBC-DESCRICAO TO WS-CONTA-DEBITO
               ELSE
                   MOVE WS-CONTA-GASTOS TO WS-CONTA-DEBITO
               END-IF
               MOVE WS-CONTA-FORNECEDORES TO WS-CONTA-CREDITO
               MOVE DSP-VALOR TO WS-VALOR-LANCAMENTO

               MOVE SPACES TO WS-DESC-LANCAMENTO
               STRING "FORN " DSP-FORNECEDOR " " DSP-DOCUMENTO
                   DELIMITED BY SIZE INTO WS-DESC-LANCAMENTO
               END-STRING

               PERFORM GRAVA-LANCAMENTO
           END-IF

           PERFORM LE-DESPESA.

       LANCA-PAGFORN.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PAGFORN
           IF WS-FS-PAGFORN = "00"
               PERFORM LE-PAGFORN
               PERFORM TRATA-PAGFORN
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGFORN
           END-IF.

       LE-PAGFORN.

           READ PAGFORN
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       TRATA-PAGFORN.

           IF PGF-DATA (1: 6) = WS-MES-PEDIDO
               MOVE PGF-DATA TO WS-DATA-LANCAMENTO
               MOVE SPACES TO WS-DOC-LANCAMENTO
               STRING "PGF " PGF-NUMERO
                   DELIMITED BY SIZE INTO WS-DOC-LANCAMENTO
               END-STRING

               MOVE WS-CONTA-FORNECEDORES TO WS-CONTA-DEBITO
               IF PGF-NUMERARIO
                   MOVE WS-CONTA-CAIXA TO WS-CONTA-CREDITO
               ELSE
                   MOVE WS-CONTA-BANCO TO WS-CONTA-CREDITO
               END-IF
               MOVE PGF-VALOR TO WS-VALOR-LANCAMENTO

               MOVE SPACES TO WS-DESC-LANCAMENTO
               STRING "PAGAMENTO DESPESA " PGF-DESPESA
                   DELIMITED BY SIZE INTO WS-DESC-LANCAMENTO
               END-STRING

               PERFORM GRAVA-LANCAMENTO
           END-IF

           PERFORM LE-PAGFORN.

       GRAVA-TRAILER.

           PERFORM INICIA-LINHA
