      ******************************************************************
      * DSPREG.cpy
      * Layout comum do registo de fatura de fornecedor (DESPESAS.DAT,
      * indexado por DSP-NUMERO, numero interno atribuido como o
      * maior + 1). DSP-DOCUMENTO e o numero do documento do
      * fornecedor - nao se repete para o mesmo fornecedor.
      * DSP-CATEGORIA e um codigo da tabela DESPESA de TABELAS.DAT
      * e decide a conta de gasto no diario (PROGDIARIO). Estado:
      * A = em aberto, P = paga (a soma dos pagamentos de PAGFORN.DAT
      * atingiu o valor), C = anulada. Gravado pelo PROGDESPESA. O
      * nivel e o nome do registo sao palavras-marcador - cada
      * programa faz REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-DSP CAMPO-DSP-REG.
           05 DSP-NUMERO           PIC 9(06).
           05 DSP-FORNECEDOR       PIC 9(06).
           05 DSP-DOCUMENTO        PIC X(20).
           05 DSP-DESCRICAO        PIC X(30).
           05 DSP-CATEGORIA        PIC X(10).
           05 DSP-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 DSP-DATA-DOC         PIC 9(08).
           05 DSP-VENCIMENTO       PIC 9(08).
           05 DSP-ESTADO           PIC X(01).
               88 DSP-EM-ABERTO           VALUE 'A'.
               88 DSP-PAGA                VALUE 'P'.
               88 DSP-ANULADA             VALUE 'C'.
           05 DSP-DATA-REGISTO     PIC 9(08).
           05 DSP-OPERADOR         PIC X(08).
