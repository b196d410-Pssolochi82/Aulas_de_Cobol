      ******************************************************************
      * ARTREG.cpy
      * Layout comum do registo do mestre de artigos vendidos ao
      * balcao (ARTIGOS.DAT): fardas, livros de fichas e material
      * escolar, com preco de venda, codigo de IVA (I/R/N, como nas
      * linhas de FATLREG.cpy), stock e ponto de encomenda.
      * Partilhado entre a manutencao e as entradas de mercadoria
      * (PROGARTIGO) e a venda ao balcao (PROGVENDA). O nivel e o
      * nome do registo sao palavras-marcador - cada programa faz
      * REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado. As vendas ao balcao eram registadas em
      *            papel, fora da faturacao e do fecho de caixa.
      ******************************************************************
       NIVEL-ART CAMPO-ART-REG.
           05 ART-CODIGO           PIC X(06).
           05 ART-DESCRICAO        PIC X(30).
           05 ART-CATEGORIA        PIC X(01).
               88 ART-FARDA               VALUE 'F'.
               88 ART-LIVRO               VALUE 'L'.
               88 ART-MATERIAL            VALUE 'M'.
           05 ART-PRECO            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 ART-IVA-CODIGO       PIC X(01).
      *    Quantidade em armazem; a venda nao a deixa ficar negativa.
           05 ART-STOCK            PIC 9(05).
      *    Ponto de encomenda: com o stock igual ou abaixo, o
      *    relatorio de stock avisa para encomendar.
           05 ART-STOCK-MINIMO     PIC 9(05).
           05 ART-ESTADO           PIC X(01).
               88 ART-ATIVO               VALUE 'A'.
               88 ART-INATIVO             VALUE 'I'.
