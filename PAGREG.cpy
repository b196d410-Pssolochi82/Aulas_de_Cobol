      *            C=cobrado). O fecho de caixa (PROGCAIXA) passa a
      *            fechar so o numerario contra a gaveta e o
      *            PROGRELDIA reparte o dia por forma de pagamento.
      * 15/10/26 - Nova forma K (saldo credor): a confirmacao gravada
      *            pelo PROGFATURA quando a fatura nova e paga com o
      *            saldo credor do cliente (CREDITOS.DAT, CRDREG.cpy)
      *            - nao e dinheiro, fica fora da caixa e do banco.
      * 15/10/26 - Novo estado de compensacao D (cheque devolvido pelo
      *            banco): a confirmacao do cheque passa a D e o
      *            estorno que o PROGPAG grava na devolucao leva
      *            tambem forma C e compensacao D - e por ele que o
      *            fecho de caixa, a reconciliacao bancaria e o
      *            bloqueio de cheques do cliente o reconhecem.
      * 15/10/26 - Nova forma M (Multibanco): a confirmacao gravada
      *            pelo PROGMULTIBANCO na importacao do ficheiro de
      *            pagamentos da SIBS - entra no banco como a
      *            transferencia, fora da caixa.
      ******************************************************************
       NIVEL-PAG CAMPO-PAG-REG.
           05 PAG-CHAVE.
               88 PAG-NUMERARIO           VALUE 'D' ' '.
               88 PAG-TRANSFERENCIA       VALUE 'T'.
               88 PAG-POR-CHEQUE          VALUE 'C'.
               88 PAG-SALDO-CREDOR        VALUE 'K'.
               88 PAG-MULTIBANCO          VALUE 'M'.
           05 PAG-COMPENSACAO      PIC X(01).
               88 PAG-CHEQUE-POR-COBRAR   VALUE 'P'.
               88 PAG-CHEQUE-COBRADO      VALUE 'C'.
               88 PAG-CHEQUE-DEVOLVIDO    VALUE 'D'.
