      ******************************************************************
      * ANUREG.cpy
      * Layout comum do movimento de divida incobravel
      * (ANULACOES.DAT, sequencial, so acrescenta). A anulacao (tipo
      * A, gravada pelo PROGINCOBRAVEL) leva o residual da fatura
      * inteira (ANU-PARCELA zero) ou de uma parcela do plano que
      * passou ao estado I, com o motivo, o operador que a pediu e
      * o supervisor que a aprovou. A recuperacao (tipo R, gravada
      * pelo PROGPAG quando um pagamento confirmado cai numa divida
      * anulada) leva o valor recebido com o recibo em
      * ANU-DOCUMENTO; o estorno desse pagamento grava outra
      * recuperacao de valor simetrico. O PROGDIARIO lanca as duas
      * no diario; o PROGIDADE e o PROGAVISOS deixam de fora a
      * divida anulada. O nivel e o nome do registo sao
      * palavras-marcador - cada programa faz REPLACING para o
      * nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-ANU CAMPO-ANU-REG.
           05 ANU-TIPO             PIC X(01).
               88 ANU-ANULACAO             VALUE 'A'.
               88 ANU-RECUPERACAO          VALUE 'R'.
           05 ANU-FATURA           PIC 9(06).
           05 ANU-PARCELA          PIC 9(02).
           05 ANU-CLIENTE          PIC 9(06).
           05 ANU-DATA             PIC 9(08).
           05 ANU-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 ANU-DOCUMENTO        PIC 9(06).
           05 ANU-MOTIVO           PIC X(40).
           05 ANU-OPERADOR         PIC X(08).
           05 ANU-SUPERVISOR       PIC X(08).
