      ******************************************************************
      * MSTREG.cpy
      * Layout comum do registo de movimento de stock (MOVSTOCK.DAT):
      * cada entrada de mercadoria (tipo E, com a guia ou fatura do
      * fornecedor e o custo) e cada linha de venda ao balcao (tipo
      * V, com a fatura emitida e o valor da linha com IVA). Gravado
      * pelo PROGARTIGO (entradas) e pelo PROGVENDA (vendas); o
      * resumo mensal de vendas por artigo do PROGARTIGO le-o. O
      * nivel e o nome do registo sao palavras-marcador - cada
      * programa faz REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-MST CAMPO-MST-REG.
           05 MST-ARTIGO           PIC X(06).
           05 MST-DATA             PIC 9(08).
           05 MST-TIPO             PIC X(01).
               88 MST-ENTRADA             VALUE 'E'.
               88 MST-VENDA               VALUE 'V'.
           05 MST-QUANTIDADE       PIC 9(05).
           05 MST-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
      *    Venda: numero da fatura; entrada: guia do fornecedor.
           05 MST-DOCUMENTO        PIC X(10).
           05 MST-OPERADOR         PIC X(08).
