      ******************************************************************
      * CRDREG.cpy
      * Layout comum do movimento de saldo credor de cliente
      * (CREDITOS.DAT, sequencial, so acrescenta). O saldo credor de
      * um CLI-ID e a soma de CRD-VALOR dos seus movimentos: a
      * origem (pagamento acima do residual da fatura, gravado pelo
      * PROGPAG com o recibo da confirmacao) soma; o consumo numa
      * fatura nova (PROGFATURA, com o recibo da confirmacao por
      * saldo credor), o reembolso ao cliente (documento de
      * reembolso da serie CTL-PROX-REEMBOLSO) e a anulacao da
      * origem por estorno do pagamento abatem. CRD-FORMA e a forma
      * do dinheiro que entrou ou saiu (D/T/C como PAG-FORMA; o
      * consumo nao mexe em dinheiro e fica em branco) - o fecho de
      * caixa conta a origem e o reembolso em numerario. O nivel e
      * o nome do registo sao palavras-marcador - cada programa faz
      * REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-CRD CAMPO-CRD-REG.
           05 CRD-CLIENTE          PIC 9(06).
           05 CRD-DATA             PIC 9(08).
           05 CRD-TIPO             PIC X(01).
               88 CRD-ORIGEM               VALUE 'O'.
               88 CRD-CONSUMO              VALUE 'C'.
               88 CRD-REEMBOLSO            VALUE 'R'.
               88 CRD-ANULACAO             VALUE 'A'.
           05 CRD-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 CRD-FATURA           PIC 9(06).
           05 CRD-DOCUMENTO        PIC 9(06).
           05 CRD-FORMA            PIC X(01).
           05 CRD-OPERADOR         PIC X(08).
