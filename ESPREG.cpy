      ******************************************************************
      * ESPREG.cpy
      * Layout comum do registo da lista de espera (ESPERA.DAT): um
      * pedido de lugar numa turma cheia, com a data do pedido e o
      * codigo de prioridade (irmao na escola, filho de funcionario).
      * A ordem de chamada e: primeiro os pedidos com prioridade,
      * depois os restantes, e dentro de cada grupo pela data do
      * pedido. O estado acompanha o pedido ate ao fim - em espera,
      * vaga oferecida (com a data da oferta), matriculado ou
      * desistiu. Gravado pelo PROGMATRICULA e pelo PROGESPERA; as
      * ofertas de vaga sao feitas pela sub-rotina PROGOFERTA. O
      * nivel e o nome do registo sao palavras-marcador - cada
      * programa faz REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-ESP CAMPO-ESP-REG.
           05 ESP-TURMA            PIC X(05).
           05 ESP-ALUNO            PIC 9(06).
           05 ESP-ANO-LETIVO       PIC 9(04).
           05 ESP-DATA-PEDIDO      PIC 9(08).
           05 ESP-PRIORIDADE       PIC X(01).
               88 ESP-PRIOR-IRMAO          VALUE 'I'.
               88 ESP-PRIOR-FUNCIONARIO    VALUE 'F'.
               88 ESP-SEM-PRIORIDADE       VALUE SPACE.
           05 ESP-ESTADO           PIC X(01).
               88 ESP-EM-ESPERA            VALUE 'E'.
               88 ESP-OFERECIDA            VALUE 'O'.
               88 ESP-MATRICULADO          VALUE 'M'.
               88 ESP-DESISTIU             VALUE 'D'.
           05 ESP-DATA-OFERTA      PIC 9(08).
