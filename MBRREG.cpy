      ******************************************************************
      * MBRREG.cpy
      * Layout comum do registo de referencia Multibanco (MBREF.DAT,
      * indexado pela chave fatura/parcela MBR-CHAVE, como o plano de
      * PRESTACOES.DAT, com MBR-REFERENCIA como chave alternativa
      * unica). Uma referencia por parcela: entidade (tabela
      * MULTIBANCO de TABELAS.DAT), referencia de 9 digitos (7 de
      * numero sequencial e 2 de controlo calculados sobre entidade,
      * numero e montante) e o montante da parcela. Estado: A =
      * ativa (parcela em aberto), P = paga pela importacao do
      * ficheiro da SIBS, C = anulada (a parcela deixou de estar em
      * aberto por outra via). Gravado pelo PROGMULTIBANCO. O nivel
      * e o nome do registo sao palavras-marcador - cada programa
      * faz REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-MBR CAMPO-MBR-REG.
           05 MBR-CHAVE.
               10 MBR-FATURA       PIC 9(06).
               10 MBR-PARCELA      PIC 9(02).
           05 MBR-ENTIDADE         PIC 9(05).
           05 MBR-REFERENCIA       PIC 9(09).
           05 MBR-CLIENTE          PIC 9(06).
           05 MBR-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 MBR-VENCIMENTO       PIC 9(08).
           05 MBR-DATA-EMISSAO     PIC 9(08).
           05 MBR-DATA-PAGAMENTO   PIC 9(08).
           05 MBR-ESTADO           PIC X(01).
               88 MBR-ATIVA               VALUE 'A'.
               88 MBR-PAGA                VALUE 'P'.
               88 MBR-ANULADA             VALUE 'C'.
