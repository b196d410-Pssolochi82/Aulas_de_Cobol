      ******************************************************************
      * PGFREG.cpy
      * Layout comum do registo de pagamento a fornecedor
      * (PAGFORN.DAT, sequencial, so acrescentado). Cada registo paga
      * parte ou a totalidade de uma fatura de fornecedor de
      * DESPESAS.DAT. Forma: D = numerario (sai da caixa e entra no
      * fecho de caixa do PROGCAIXA), T = transferencia, C = cheque;
      * PGF-REFERENCIA guarda o numero do cheque ou a referencia da
      * transferencia. Gravado pelo PROGDESPESA. O nivel e o nome do
      * registo sao palavras-marcador - cada programa faz REPLACING
      * para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-PGF CAMPO-PGF-REG.
           05 PGF-NUMERO           PIC 9(06).
           05 PGF-DESPESA          PIC 9(06).
           05 PGF-FORNECEDOR       PIC 9(06).
           05 PGF-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 PGF-DATA             PIC 9(08).
           05 PGF-FORMA            PIC X(01).
               88 PGF-NUMERARIO           VALUE 'D'.
               88 PGF-TRANSFERENCIA       VALUE 'T'.
               88 PGF-CHEQUE              VALUE 'C'.
           05 PGF-REFERENCIA       PIC X(20).
           05 PGF-OPERADOR         PIC X(08).
