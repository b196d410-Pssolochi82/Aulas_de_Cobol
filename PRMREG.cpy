      ******************************************************************
      * PRMREG.cpy
      * Layout comum do registo do historico de parametros do
      * controlo (PARAMHIST.DAT): cada alteracao datada de um
      * parametro de politica de CONTROLE.DAT (nota minima, limite
      * de faltas, taxa de juro mensal) com a data a partir da qual
      * vale, o valor novo, o valor que estava em vigor nessa data,
      * quem a registou e quando. Gravado pelo PROGCONTROLE; lido
      * pelo PROGPARAM (valor em vigor numa data) e pelo PROGJUROS
      * (taxas ao longo de um periodo de atraso). O nivel e o nome
      * do registo sao palavras-marcador - cada programa faz
      * REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-PRM CAMPO-PRM-REG.
           05 PRM-CAMPO            PIC X(10).
               88 PRM-NOTA-MINIMA         VALUE 'NOTAMINIMA'.
               88 PRM-LIMITE-FALTAS       VALUE 'LIMFALTAS'.
               88 PRM-TAXA-JURO           VALUE 'TAXAJURO'.
      *    Em vigor a partir desta data (AAAAMMDD); zeros = valor
      *    inicial, o que ja estava em CONTROLE.DAT antes da
      *    primeira alteracao registada.
           05 PRM-INICIO           PIC 9(08).
           05 PRM-VALOR            PIC 9(04)V99.
           05 PRM-VALOR-ANTERIOR   PIC 9(04)V99.
           05 PRM-OPERADOR         PIC X(08).
           05 PRM-DATA-REGISTO     PIC 9(08).
           05 PRM-HORA-REGISTO     PIC 9(06).
