      ******************************************************************
      * PRVREG.cpy
      * Layout comum do registo do calendario de provas (PROVAS.DAT):
      * uma prova escrita marcada para uma turma/disciplina numa data
      * (AAAAMMDD), com a descricao que sai no calendario entregue aos
      * encarregados. Partilhado entre a manutencao e impressao
      * (PROGPROVAS) e quem precise de saber os dias de prova. O
      * nivel e o nome do registo sao palavras-marcador - cada
      * programa faz REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado. As provas marcavam-se em papel e todos os
      *            periodos havia turmas com duas e tres provas no
      *            mesmo dia. Turma, disciplina e data formam a chave
      *            logica; uma turma so pode ter uma prova por dia.
      ******************************************************************
       NIVEL-PRV CAMPO-PRV-REG.
           05 PRV-TURMA            PIC X(05).
           05 PRV-MATERIA          PIC A(30).
           05 PRV-DATA             PIC 9(08).
           05 PRV-DESCRICAO        PIC X(30).
           05 PRV-OPERADOR         PIC X(08).
           05 PRV-DATA-REGISTO     PIC 9(08).
