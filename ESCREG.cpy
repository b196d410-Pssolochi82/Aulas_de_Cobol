      ******************************************************************
      * ESCREG.cpy
      * Layout comum do registo das escalas de classificacao
      * (ESCALAS.DAT), uma por nivel de ensino (TUR-NIVEL-ENSINO):
      * numerica, com o intervalo permitido (ex. 0 a 20), ou
      * qualitativa, com os codigos permitidos por ordem crescente
      * (ex. I / S / B / MB) e o valor de cada um. A nota de
      * aprovacao esta na mesma medida (numa escala qualitativa, o
      * valor do primeiro codigo que aprova). As medias gravam-se
      * sempre em numero (BOL-MEDIA); a escala diz como se validam
      * e como se imprimem. Mantido pelo PROGESCALA; lido pelo
      * PROGESCCON. O nivel e o nome do registo sao
      * palavras-marcador - cada programa faz REPLACING para o
      * nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-ESC CAMPO-ESC-REG.
           05 ESC-NIVEL            PIC X(02).
           05 ESC-TIPO             PIC X(01).
               88 ESC-NUMERICA            VALUE 'N'.
               88 ESC-QUALITATIVA         VALUE 'Q'.
           05 ESC-MINIMO           PIC 9(02)V99.
           05 ESC-MAXIMO           PIC 9(02)V99.
           05 ESC-APROVACAO        PIC 9(02)V99.
           05 ESC-DESCRICAO        PIC X(30).
           05 ESC-NUM-CODIGOS      PIC 9(01).
           05 ESC-CODIGO OCCURS 6 TIMES.
               10 ESC-COD-SIGLA    PIC X(02).
               10 ESC-COD-NOME     PIC X(15).
               10 ESC-COD-VALOR    PIC 9(02)V99.
