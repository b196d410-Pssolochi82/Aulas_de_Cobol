      ******************************************************************
      * ACDREG.cpy
      * Layout comum do cabecalho do acordo de pagamento
      * (ACORDOS.DAT, sequencial, so acrescenta; numero = maior + 1).
      * Um acordo consolida parcelas vencidas de uma ou mais faturas
      * do mesmo cliente num valor unico (ACD-VALOR), pago em
      * ACD-PRESTACOES prestacoes mensais a partir de
      * ACD-PRIMEIRO-VENC. As parcelas consolidadas e as novas ficam
      * em ACORDOLIN.DAT (ACLREG.cpy). Gravado pelo PROGACORDO. O
      * nivel e o nome do registo sao palavras-marcador - cada
      * programa faz REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-ACD CAMPO-ACD-REG.
           05 ACD-NUMERO           PIC 9(05).
           05 ACD-CLIENTE          PIC 9(06).
           05 ACD-DATA             PIC 9(08).
           05 ACD-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 ACD-PRESTACOES       PIC 9(02).
           05 ACD-PRIMEIRO-VENC    PIC 9(08).
           05 ACD-OPERADOR         PIC X(08).
