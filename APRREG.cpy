      ******************************************************************
      * APRREG.cpy
      * Layout comum do registo de pedido de aprovacao (APROVACOES.DAT,
      * indexado por APR-NUMERO): as operacoes sensiveis - estorno de
      * pagamento (PROGPAG), nota de credito (PROGNOTACRED), emenda
      * de nota (PROGEMENDA) e dispensa de juro de mora
      * (PROGJURFAT) - nao tem efeito imediato, ficam como pedido
      * pendente com o requerente, a operacao, a chave do alvo, os
      * valores antes/depois e o motivo. Um segundo operador com
      * perfil de supervisor aprova ou rejeita (PROGAPROVA) - nunca
      * o proprio requerente - e so o pedido aprovado e aplicado,
      * pelo programa de origem na sessao seguinte, ficando marcado
      * aplicado (ou falhado, com a razao, se o alvo ja nao o
      * permitir). A chave e os valores tem uma vista por operacao.
      * Gravado pelo PROGPENDENTE e pelo PROGAPROVA. O nivel e o
      * nome do registo sao palavras-marcador - cada programa faz
      * REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-APR CAMPO-APR-REG.
           05 APR-NUMERO           PIC 9(06).
           05 APR-OPERACAO         PIC X(02).
               88 APR-ESTORNO             VALUE 'ES'.
               88 APR-NOTA-CREDITO        VALUE 'NC'.
               88 APR-EMENDA              VALUE 'EM'.
               88 APR-DISPENSA-JURO       VALUE 'JD'.
           05 APR-PROGRAMA         PIC X(14).
           05 APR-CHAVE            PIC X(50).
           05 APR-CHAVE-ESTORNO REDEFINES APR-CHAVE.
               10 APR-ES-CLIENTE   PIC 9(06).
               10 APR-ES-FATURA    PIC 9(06).
               10 APR-ES-PARCELA   PIC 9(02).
               10 APR-ES-RECIBO    PIC 9(06).
               10 FILLER           PIC X(30).
           05 APR-CHAVE-NOTACRED REDEFINES APR-CHAVE.
               10 APR-NC-FATURA    PIC 9(06).
               10 FILLER           PIC X(44).
           05 APR-CHAVE-EMENDA REDEFINES APR-CHAVE.
               10 APR-EM-ALUNO     PIC 9(06).
               10 APR-EM-MATERIA   PIC A(30).
               10 APR-EM-PERIODO   PIC 9(01).
               10 APR-EM-TIPO      PIC X(01).
               10 APR-EM-REVISAO   PIC 9(06).
               10 FILLER           PIC X(06).
           05 APR-CHAVE-JURO REDEFINES APR-CHAVE.
               10 APR-JD-FATURA    PIC 9(06).
               10 APR-JD-PARCELA   PIC 9(02).
               10 FILLER           PIC X(42).
           05 APR-ANTES            PIC X(30).
           05 APR-ANTES-EMENDA REDEFINES APR-ANTES.
               10 APR-EM-ANTES-MEDIA  PIC X(05).
               10 APR-EM-ANTES-STATUS PIC X(16).
               10 FILLER           PIC X(09).
           05 APR-DEPOIS           PIC X(30).
           05 APR-DEPOIS-NOTACRED REDEFINES APR-DEPOIS.
               10 APR-NC-VALOR     PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
               10 FILLER           PIC X(20).
           05 APR-DEPOIS-EMENDA REDEFINES APR-DEPOIS.
               10 APR-EM-MEDIA     PIC X(05).
               10 APR-EM-STATUS    PIC X(16).
               10 FILLER           PIC X(09).
           05 APR-MOTIVO           PIC X(40).
           05 APR-REQUERENTE       PIC X(08).
           05 APR-DATA-PEDIDO      PIC 9(08).
           05 APR-HORA-PEDIDO      PIC 9(08).
           05 APR-ESTADO           PIC X(01).
               88 APR-PENDENTE            VALUE 'P'.
               88 APR-APROVADO            VALUE 'A'.
               88 APR-REJEITADO           VALUE 'R'.
               88 APR-APLICADO            VALUE 'X'.
               88 APR-FALHADO             VALUE 'F'.
           05 APR-DECISOR          PIC X(08).
           05 APR-DATA-DECISAO     PIC 9(08).
           05 APR-NOTA-DECISAO     PIC X(40).
           05 APR-APLICADOR        PIC X(08).
           05 APR-DATA-APLICACAO   PIC 9(08).
