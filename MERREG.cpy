      ******************************************************************
      * MERREG.cpy
      * Layout comum do registo dos escaloes das bolsas de merito
      * (MERITO.DAT): por escalao (1 a 5), a media final minima
      * (escala de RF-MEDIA de RESREG.cpy) e a percentagem de
      * desconto nas propinas do ano letivo seguinte. O aluno fica
      * no escalao de media minima mais alta que atinge. Mantido e
      * lido pelo PROGMERITO. O nivel e o nome do registo sao
      * palavras-marcador - cada programa faz REPLACING para o nivel
      * e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-MER CAMPO-MER-REG.
           05 MER-ESCALAO          PIC 9(01).
           05 MER-MEDIA-MINIMA     PIC 9(02)V99.
           05 MER-PERCENTAGEM      PIC 9(03)V99.
           05 MER-DESCRICAO        PIC X(20).
