      ******************************************************************
      * REVREG.cpy
      * Layout comum do registo de pedido de revisao de nota
      * (REVISOES.DAT, indexado por REV-NUMERO): o encarregado
      * contesta uma nota de periodo, identificada pela chave do
      * boletim (REV-BOL-CHAVE = BOL-CHAVE de BOLREG.cpy). Guarda a
      * data do pedido, o motivo, a data-limite de decisao (dias
      * uteis contados pelo PROGDIAUTIL) e o estado - pendente,
      * deferido ou indeferido - com a decisao e o seu fundamento.
      * Quando o pedido deferido e aplicado pelo PROGEMENDA fica
      * marcado REV-EMENDA-FEITA, com a media nova. Gravado pelo
      * PROGREVISAO; lido pelo PROGEMENDA e pelo vigia de prazos
      * PROGPRAZOS. O nivel e o nome do registo sao
      * palavras-marcador - cada programa faz REPLACING para o
      * nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-REV CAMPO-REV-REG.
           05 REV-NUMERO           PIC 9(06).
           05 REV-BOL-CHAVE.
               10 REV-ALUNO-NUM    PIC 9(06).
               10 REV-MATERIA      PIC A(30).
               10 REV-PERIODO      PIC 9(01).
               10 REV-TIPO         PIC X(01).
           05 REV-DATA-PEDIDO      PIC 9(08).
           05 REV-MOTIVO           PIC X(40).
           05 REV-DATA-LIMITE      PIC 9(08).
           05 REV-ESTADO           PIC X(01).
               88 REV-PENDENTE             VALUE 'P'.
               88 REV-DEFERIDO             VALUE 'D'.
               88 REV-INDEFERIDO           VALUE 'I'.
           05 REV-DATA-DECISAO     PIC 9(08).
           05 REV-FUNDAMENTO       PIC X(40).
           05 REV-MEDIA-ANTES      PIC X(05).
           05 REV-MEDIA-NOVA       PIC X(05).
           05 REV-EMENDA-FEITA     PIC X(01).
               88 REV-EMENDA-APLICADA      VALUE 'S'.
           05 REV-OPERADOR         PIC X(08).
