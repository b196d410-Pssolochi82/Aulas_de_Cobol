      ******************************************************************
      * LEXREG.cpy
      * Linha do registo de execucao EXECUCAO.LOG, acrescentada no fim
      * de cada corrida pelos programas que trabalham por grupos sobre
      * entrada ordenada (fecho do ano, vigilancia, avisos): programa,
      * data e hora, registos lidos e entregues a ordenacao,
      * registos devolvidos por ela, grupos tratados (alunos,
      * clientes) e linhas gravadas na saida. LEX-SITUACAO fica OK
      * quando os devolvidos batem com os entregues e DIF quando nao
      * - e a prova de que nada ficou de fora. O nivel e o nome do
      * registo sao palavras-marcador - cada programa faz REPLACING
      * para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-LEX CAMPO-LEX-REG.
           05 LEX-PROGRAMA         PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LEX-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LEX-HORA             PIC 9(06).
           05 FILLER               PIC X(04) VALUE " LI ".
           05 LEX-LIDOS            PIC 9(07).
           05 FILLER               PIC X(05) VALUE " ORD ".
           05 LEX-ORDENADOS        PIC 9(07).
           05 FILLER               PIC X(05) VALUE " GRP ".
           05 LEX-GRUPOS           PIC 9(07).
           05 FILLER               PIC X(05) VALUE " GRV ".
           05 LEX-GRAVADOS         PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LEX-SITUACAO         PIC X(03).
               88 LEX-CONFERE             VALUE "OK ".
               88 LEX-NAO-CONFERE         VALUE "DIF".
