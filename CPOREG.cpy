      ******************************************************************
      * CPOREG.cpy
      * Layout comum do registo do diretorio de codigos postais
      * (CODPOSTAL.DAT, indexado por CPO-CODIGO): um registo por
      * codigo NNNN-NNN, com a designacao postal (a localidade que
      * o correio imprime a frente do codigo) e o distrito do
      * codigo. Carregado pelo PROGCPCARGA a partir da lista
      * publicada pelos CTT; lido pelo PROGCPCON. O nivel e o nome
      * do registo sao palavras-marcador - cada programa faz
      * REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-CPO CAMPO-CPO-REG.
           05 CPO-CODIGO           PIC X(08).
           05 CPO-LOCALIDADE       PIC X(30).
           05 CPO-DISTRITO         PIC 9(02).
           05 CPO-DATA-CARGA       PIC 9(08).
