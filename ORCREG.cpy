      ******************************************************************
      * ORCREG.cpy
      * Layout comum da linha de orcamento de receita (ORCAMENTO.DAT,
      * indexado por ORC-CHAVE = mes AAAAMM + nivel de ensino
      * (TUR-NIVEL-ENSINO) + tipo de receita: P = propinas, S =
      * servicos, J = juros de mora). Valor orcado pela direcao para
      * esse mes, com a data e o operador da ultima alteracao.
      * Mantido pelo PROGORCAMENTO; num mes fechado em MESFECHO.DAT
      * nao se altera. O nivel e o nome do registo sao palavras-
      * marcador - cada programa faz REPLACING para o nivel e o nome
      * que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-ORC CAMPO-ORC-REG.
           05 ORC-CHAVE.
               10 ORC-MES          PIC 9(06).
               10 ORC-NIVEL        PIC X(02).
               10 ORC-TIPO         PIC X(01).
                   88 ORC-PROPINAS         VALUE 'P'.
                   88 ORC-SERVICOS         VALUE 'S'.
                   88 ORC-JUROS            VALUE 'J'.
           05 ORC-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 ORC-DATA             PIC 9(08).
           05 ORC-OPERADOR         PIC X(08).
