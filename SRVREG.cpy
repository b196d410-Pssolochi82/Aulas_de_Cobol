      ******************************************************************
      * SRVREG.cpy
      * Layout comum do registo do catalogo de servicos opcionais
      * (SERVICOS.DAT): cantina, transporte, prolongamento e outros
      * servicos cobrados a parte da propina, com preco e codigo de
      * IVA (I/R/N, como nas linhas de FATLREG.cpy). O servico
      * mensal cobra-se por adesao (ADSREG.cpy); o servico por
      * refeicao cobra-se por cada refeicao do registo diario
      * (REFREG.cpy). Partilhado entre a manutencao (PROGSERVICO),
      * o registo de refeicoes (PROGREFEICAO) e a faturacao mensal
      * (PROGFATURA). O nivel e o nome do registo sao
      * palavras-marcador - cada programa faz REPLACING para o nivel
      * e o nome que ja usa.
      * 15/10/26 - Criado. Cantina, transporte e prolongamento eram
      *            faturas avulsas feitas a mao todos os meses.
      ******************************************************************
       NIVEL-SRV CAMPO-SRV-REG.
           05 SRV-CODIGO           PIC X(05).
           05 SRV-DESCRICAO        PIC X(30).
           05 SRV-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 SRV-IVA-CODIGO       PIC X(01).
           05 SRV-COBRANCA         PIC X(01).
               88 SRV-MENSAL              VALUE 'M'.
               88 SRV-POR-REFEICAO        VALUE 'R'.
           05 SRV-ESTADO           PIC X(01).
               88 SRV-ATIVO               VALUE 'A'.
               88 SRV-INATIVO             VALUE 'I'.
