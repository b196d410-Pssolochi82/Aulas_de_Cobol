      *            por forma de pagamento (numerario,
      *            transferencias e cheques), a partir do novo
      *            PAG-FORMA de PAGREG.cpy.
      * 15/10/26 - As confirmacoes pagas com saldo credor (forma K,
      *            gravadas pelo PROGFATURA) saem numa linha propria
      *            da reparticao - nao sao numerario recebido.
      * 15/10/26 - Os pagamentos por referencia Multibanco (forma M,
      *            importados pelo PROGMULTIBANCO) saem numa linha
      *            propria em vez de contarem como numerario.
      * 15/10/26 - Registo de PROGSIZEERROR.ERR alargado a 81 posicoes
      *            (identificacao do lote no fim da linha).
      * 15/10/26 - PAGAMENTOS.DAT ganhou as chaves alternativas
      *            PAG-FATURA e PAG-CLIENTE (com duplicados); o SELECT
      *            passa a declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRELDIA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT RESULTADOS ASSIGN TO "RESULTADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  FD-RESULT-REGISTO       PIC X(60).

       FD  LOG-ERROS.
       01  FD-ERRO-REGISTO         PIC X(81).

       FD  LOTE-CKP.
       01  FD-LCKP-REGISTO.
       01 WS-HOJ-NUMERARIO         PIC S9(07)V99 VALUE ZEROS.
       01 WS-HOJ-TRANSFER          PIC S9(07)V99 VALUE ZEROS.
       01 WS-HOJ-CHEQUES           PIC S9(07)V99 VALUE ZEROS.
       01 WS-HOJ-SALDO-CREDOR      PIC S9(07)V99 VALUE ZEROS.
       01 WS-HOJ-MULTIBANCO        PIC S9(07)V99 VALUE ZEROS.
       01 WS-FORMA-EDIT            PIC -(07)9.99.

       01 WS-CONT-CALC-OK          PIC 9(05) VALUE ZEROS.
                   ADD PAG-VALOR TO WS-HOJ-TRANSFER
               WHEN PAG-POR-CHEQUE
                   ADD PAG-VALOR TO WS-HOJ-CHEQUES
               WHEN PAG-SALDO-CREDOR
                   ADD PAG-VALOR TO WS-HOJ-SALDO-CREDOR
               WHEN PAG-MULTIBANCO
                   ADD PAG-VALOR TO WS-HOJ-MULTIBANCO
               WHEN OTHER
                   ADD PAG-VALOR TO WS-HOJ-NUMERARIO
           END-EVALUATE.
           DISPLAY "TRANSFERENCIAS        : " WS-FORMA-EDIT
           MOVE WS-HOJ-CHEQUES TO WS-FORMA-EDIT
           DISPLAY "CHEQUES               : " WS-FORMA-EDIT
           MOVE WS-HOJ-MULTIBANCO TO WS-FORMA-EDIT
           DISPLAY "MULTIBANCO            : " WS-FORMA-EDIT
           MOVE WS-HOJ-SALDO-CREDOR TO WS-FORMA-EDIT
           DISPLAY "SALDO CREDOR USADO    : " WS-FORMA-EDIT

           PERFORM MOSTRA-FECHO-CAIXA

