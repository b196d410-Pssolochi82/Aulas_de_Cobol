      ******************************************************************
      * DRTREG.cpy
      * Layout comum do registo de documento retido (DOCRETIDOS.DAT):
      * a declaracao ou o historico que nao foi entregue por o
      * encarregado do aluno ter divida vencida, com a divida na
      * altura, e a data em que acabou por sair. Mantido pelo
      * PROGRETIDO; lido pelo PROGCERTIFICADO (lista dos retidos).
      * O nivel e o nome do registo sao palavras-marcador - cada
      * programa faz REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-DRT CAMPO-DRT-REG.
           05 DRT-TIPO             PIC X(01).
               88 DRT-DECLARACAO          VALUE 'C'.
               88 DRT-HISTORICO           VALUE 'T'.
           05 DRT-ALUNO            PIC 9(06).
      *    Zeros no historico (todos os anos).
           05 DRT-ANO-LETIVO       PIC 9(04).
           05 DRT-ENCARREGADO      PIC 9(06).
           05 DRT-DATA             PIC 9(08).
           05 DRT-DIVIDAS          PIC 9(03).
           05 DRT-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 DRT-OPERADOR         PIC X(08).
           05 DRT-ESTADO           PIC X(01).
               88 DRT-RETIDO              VALUE 'R'.
               88 DRT-EMITIDO             VALUE 'E'.
      *    Data em que o documento saiu (zeros enquanto retido).
           05 DRT-DATA-EMISSAO     PIC 9(08).
