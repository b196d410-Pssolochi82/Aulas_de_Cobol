      ******************************************************************
      * ADSREG.cpy
      * Layout comum do registo de adesao de um aluno a um servico
      * mensal do catalogo (ADESOES.DAT): aluno, servico e datas de
      * inicio e fim (fim 0 = em aberto). A adesao conta em todos
      * os meses que toca, do mes do inicio ao mes do fim.
      * Partilhado entre a manutencao (PROGSERVICO) e a faturacao
      * mensal (PROGFATURA). O nivel e o nome do registo sao
      * palavras-marcador - cada programa faz REPLACING para o nivel
      * e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-ADS CAMPO-ADS-REG.
           05 ADS-ALUNO            PIC 9(06).
           05 ADS-SERVICO          PIC X(05).
           05 ADS-INICIO           PIC 9(08).
           05 ADS-FIM              PIC 9(08).
