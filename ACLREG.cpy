      ******************************************************************
      * ACLREG.cpy
      * Layout comum da linha do acordo de pagamento (ACORDOLIN.DAT,
      * sequencial, so acrescenta). Tipo O: parcela original do
      * plano que o acordo consolidou (passou ao estado R em
      * PRESTACOES.DAT), com o residual que estava em divida. Tipo
      * N: parcela nova criada pelo acordo no plano da mesma fatura,
      * com o vencimento e o numero da prestacao do acordo a que
      * pertence (ACL-PRESTACAO) - uma prestacao que cobre divida de
      * mais de uma fatura da origem a mais de uma linha N. Gravado
      * pelo PROGACORDO; lido pelo PROGAVISOS e pelo PROGJUROS. O
      * nivel e o nome do registo sao palavras-marcador - cada
      * programa faz REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-ACL CAMPO-ACL-REG.
           05 ACL-ACORDO           PIC 9(05).
           05 ACL-TIPO             PIC X(01).
               88 ACL-ORIGINAL            VALUE 'O'.
               88 ACL-NOVA                VALUE 'N'.
           05 ACL-FATURA           PIC 9(06).
           05 ACL-PARCELA          PIC 9(02).
           05 ACL-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 ACL-VENCIMENTO       PIC 9(08).
           05 ACL-PRESTACAO        PIC 9(02).
           05 ACL-DATA             PIC 9(08).
