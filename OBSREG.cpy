      ******************************************************************
      * OBSREG.cpy
      * Layout comum do registo das observacoes do conselho de turma
      * (OBSERVACOES.DAT): uma apreciacao por aluno, turma, periodo
      * e ano letivo, com o docente autor (DOC-NUMERO) e ate quatro
      * linhas de texto. Mantido pelo PROGOBSERVA enquanto o periodo
      * nao esta fechado em PERFECHO.DAT; lido pelo PROGOBSCON para
      * as cartas de resultados, o historico e o balcao. O nivel e o
      * nome do registo sao palavras-marcador - cada programa faz
      * REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-OBS CAMPO-OBS-REG.
           05 OBS-CHAVE.
               10 OBS-ALUNO        PIC 9(06).
               10 OBS-TURMA        PIC X(05).
               10 OBS-PERIODO      PIC 9(01).
               10 OBS-ANO-LETIVO   PIC 9(04).
           05 OBS-DOCENTE          PIC 9(04).
           05 OBS-NUM-LINHAS       PIC 9(01).
           05 OBS-LINHA            PIC X(60) OCCURS 4 TIMES.
           05 OBS-DATA             PIC 9(08).
           05 OBS-OPERADOR         PIC X(08).
