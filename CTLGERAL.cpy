      *            77 bytes e os FD declaram 80 - o acerto estava
      *            a ser feito pelo enchimento da leitura, nao
      *            pelo layout.
      * 15/10/26 - Acrescentado CTL-PRAZO-REVISAO, o prazo legal em
      *            dias uteis para decidir um pedido de revisao de
      *            nota (PROGREVISAO); por omissao (campo em branco
      *            ou a zeros) valem 10 dias uteis. Ocupa o FILLER
      *            do meio, que encolhe de X(03) para X(01) - o
      *            registo mantem os 80 bytes.
      * 15/10/26 - Acrescentado CTL-PROX-REEMBOLSO, o proximo numero
      *            de documento de reembolso de saldo credor a
      *            atribuir pelo PROGPAG (serie propria, separada dos
      *            recibos). Ocupa o FILLER final - o registo mantem
      *            os 80 bytes.
      ******************************************************************
       01  CTL-REGISTO-GERAL.
           03 CTL-NOTA-MINIMA          PIC 9V99.
           03 CTL-RETENCAO-MESES       PIC 9(02).
           03 CTL-DELIMITADOR          PIC X(01).
           03 CTL-ANO-LETIVO           PIC 9(04).
           03 CTL-PRAZO-REVISAO        PIC 9(02).
           03 FILLER                   PIC X(01).
           03 CTL-PROX-CERTIFICADO     PIC 9(06).
           03 CTL-PROX-NOTACRED        PIC 9(06).
           03 CTL-PROX-REEMBOLSO       PIC 9(06).
