      ******************************************************************
      * ATSREG.cpy
      * Layout comum do registo de atraso (ATRASOS.DAT): o aluno que
      * chegou atrasado a uma aula (data, aluno, disciplina), lancado
      * com a aula pelo PROGAULAS. A data usa o formato DD/MM/AAAA,
      * o mesmo de AULAS.DAT e FALTAS.DAT. Os atrasos NAO
      * justificados de uma disciplina convertem-se em faltas
      * (PROGCONVATR, regra por nivel de ensino na tabela ATRASOS de
      * TABELAS.DAT); um atraso justificado no PROGJUSTIFICA deixa de
      * contar e a conversao e refeita. O nivel e o nome do registo
      * sao palavras-marcador - cada programa faz REPLACING para o
      * nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-ATS CAMPO-ATS-REG.
           05 ATS-DATA             PIC X(10).
           05 ATS-ALUNO            PIC 9(06).
           05 ATS-MATERIA          PIC A(30).
           05 ATS-TURMA            PIC X(05).
           05 ATS-JUSTIFICADO      PIC X(01).
               88 ATS-COM-JUSTIFICACAO    VALUE 'S'.
           05 ATS-MOTIVO           PIC X(03).
           05 ATS-APROVADOR        PIC X(08).
           05 ATS-ANO-LETIVO       PIC 9(04).
