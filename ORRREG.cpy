      ******************************************************************
      * ORRREG.cpy
      * Layout comum do real congelado de um mes fechado (ORCREAL.DAT,
      * indexado por ORR-CHAVE = mes AAAAMM + nivel de ensino + tipo
      * de receita P/S/J, como em ORCREG.cpy). Guarda o faturado e o
      * cobrado do mes tal como estavam quando o mes foi fechado em
      * MESFECHO.DAT, para que o relatorio do PROGORCAMENTO mostre
      * sempre os mesmos numeros para esse mes. ORR-FECHO e o
      * numero de registos do mes em MESFECHO.DAT quando o
      * real foi congelado: se o mes for reaberto e fechado de novo,
      * deixa de conferir e o real e congelado outra vez. O nivel e
      * o nome do registo sao palavras-marcador - cada programa faz
      * REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-ORR CAMPO-ORR-REG.
           05 ORR-CHAVE.
               10 ORR-MES          PIC 9(06).
               10 ORR-NIVEL        PIC X(02).
               10 ORR-TIPO         PIC X(01).
           05 ORR-FATURADO         PIC S9(09)V99
                                   SIGN IS LEADING SEPARATE.
           05 ORR-COBRADO          PIC S9(09)V99
                                   SIGN IS LEADING SEPARATE.
           05 ORR-FECHO            PIC 9(03).
           05 ORR-DATA             PIC 9(08).
