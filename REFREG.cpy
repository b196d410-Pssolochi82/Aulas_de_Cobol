      ******************************************************************
      * REFREG.cpy
      * Layout comum do registo diario de refeicoes (REFEICOES.DAT):
      * uma entrada por aluno, dia e servico por refeicao do
      * catalogo (SRVREG.cpy). Gravado pelo PROGREFEICAO e faturado
      * pelo PROGFATURA na corrida do mes seguinte, a quantidade
      * sendo o numero de refeicoes do mes. O nivel e o nome do
      * registo sao palavras-marcador - cada programa faz REPLACING
      * para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-REF CAMPO-REF-REG.
           05 REF-DATA             PIC 9(08).
           05 REF-ALUNO            PIC 9(06).
           05 REF-SERVICO          PIC X(05).
