      ******************************************************************
      * CIRREG.cpy
      * Layout comum do registo dos textos de circular guardados
      * (CIRCULARES.DAT): cada texto e um grupo de registos com o
      * mesmo codigo - a linha 00 leva o titulo e as linhas 01 a 15
      * o texto da carta, pela ordem. Mantido e lido pelo
      * PROGCIRCULAR. O nivel e o nome do registo sao
      * palavras-marcador - cada programa faz REPLACING para o nivel
      * e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-CIR CAMPO-CIR-REG.
           05 CIR-CODIGO           PIC X(08).
      *    00 = titulo da circular.
           05 CIR-LINHA            PIC 9(02).
           05 CIR-TEXTO            PIC X(70).
