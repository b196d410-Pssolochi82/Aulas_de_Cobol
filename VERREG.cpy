      ******************************************************************
      * VERREG.cpy
      * Registo de controlo de cabecalho dos membros de geracao do
      * conjunto de salvaguarda (.G1/.G2/.G3): e o primeiro registo
      * de cada membro e diz de que ficheiro e, em que versao de
      * layout (LAYOUTTB.cpy) e com que comprimento de registo foi
      * tirado, e quando. Gravado pelo PROGBACKUP e pelo
      * PROGCONVERTE; o PROGRESTORE, o PROGVERIFICA e o PROGFORMACAO
      * leem-no antes dos dados e recusam um membro sem cabecalho ou
      * numa versao que nao e a atual. A marca nunca colide com um
      * registo de dados - todos os mestres comecam por digitos. O
      * nivel e o nome do registo sao palavras-marcador - cada
      * programa faz REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-VER CAMPO-VER-REG.
           05 VER-MARCA            PIC X(08).
               88 VER-E-CABECALHO         VALUE "*LAYOUT*".
           05 VER-FICHEIRO         PIC X(10).
           05 VER-VERSAO           PIC 9(02).
           05 VER-COMPRIMENTO      PIC 9(04).
           05 VER-DATA             PIC 9(08).
           05 VER-HORA             PIC 9(08).
