      ******************************************************************
      * SALREG.cpy
      * Layout comum do registo do mestre de salas (SALAS.DAT):
      * codigo, descricao, lotacao e tipo da sala. Partilhado entre
      * a manutencao (PROGSALA), o horario (PROGHORARIO, que atribui
      * a sala a cada tempo letivo) e a grelha de ocupacao
      * (PROGOCUPA). O nivel e o nome do registo sao
      * palavras-marcador - cada programa faz REPLACING para o nivel
      * e o nome que ja usa.
      * 15/10/26 - Criado. Os laboratorios e o ginasio eram marcados
      *            de boca e havia duas turmas a chegar a mesma sala.
      ******************************************************************
       NIVEL-SAL CAMPO-SAL-REG.
           05 SAL-CODIGO           PIC X(05).
           05 SAL-DESCRICAO        PIC X(30).
           05 SAL-CAPACIDADE       PIC 9(03).
           05 SAL-TIPO             PIC X(01).
               88 SAL-NORMAL              VALUE 'N'.
               88 SAL-LABORATORIO         VALUE 'L'.
               88 SAL-GINASIO             VALUE 'G'.
               88 SAL-INFORMATICA         VALUE 'I'.
               88 SAL-TIPO-VALIDO         VALUE 'N' 'L' 'G' 'I'.
