      ******************************************************************
      * CCLREG.cpy
      * Layout comum do registo de resultado da prova da conta de
      * controlo de clientes (CONTACLI.DAT): um registo por corrida
      * do PROGCONTACLI, com o mes AAAAMM da data de corte, a data de
      * corte, quando correu, quantos clientes foram provados e
      * quantos ficaram em excecao, a soma das diferencas e a
      * situacao (B = a prova bate, D = ha diferencas). A situacao
      * do mes e a da ULTIMA corrida desse mes - o ficheiro so
      * cresce, como o MESFECHO.DAT. Partilhado entre a prova
      * (PROGCONTACLI) e o fecho do mes (PROGFECHOMES), que recusa
      * fechar um mes sem prova que bata. O nivel e o nome do
      * registo sao palavras-marcador - cada programa faz REPLACING
      * para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-CCL CAMPO-CCL-REG.
           05 CCL-MES              PIC 9(06).
           05 CCL-DATA-CORTE       PIC 9(08).
           05 CCL-DATA             PIC 9(08).
           05 CCL-HORA             PIC 9(06).
           05 CCL-SITUACAO         PIC X(01).
               88 CCL-BATE                VALUE 'B'.
               88 CCL-DIFERENCA           VALUE 'D'.
           05 CCL-CLIENTES         PIC 9(07).
           05 CCL-EXCECOES         PIC 9(07).
           05 CCL-DIFERENCA-TOTAL  PIC S9(09)V99
                                   SIGN IS LEADING SEPARATE.
           05 CCL-OPERADOR         PIC X(08).
