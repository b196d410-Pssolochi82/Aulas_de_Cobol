      ******************************************************************
      * CSTREG.cpy
      * Layout comum do registo de consentimento do encarregado
      * (CONSENTIMENTOS.DAT): um registo por cada consentimento dado
      * ou retirado, com o cliente (CLI-ID), o tipo, a data em que
      * foi dado ou retirado, o operador que o registou e quando.
      * Tipos:
      *   E - contacto por e-mail;
      *   C - contacto por correio (a morada de CLIENTES.DAT);
      *   A - avisos de pagamento, opcionalmente numa morada
      *       propria (CST-MORADA; em branco = a do cliente);
      *   F - uso da fotografia do aluno.
      * O ficheiro so cresce - e a prova do que o encarregado
      * autorizou. Em vigor esta, por cliente e tipo, o registo de
      * data mais recente (em empate, o ultimo gravado). Mantido
      * pelo PROGCONSENT e lido pela sub-rotina PROGCONSCON. O nivel
      * e o nome do registo sao palavras-marcador - cada programa
      * faz REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-CST CAMPO-CST-REG.
           05 CST-CLIENTE          PIC 9(06).
           05 CST-TIPO             PIC X(01).
               88 CST-EMAIL               VALUE 'E'.
               88 CST-CORREIO             VALUE 'C'.
               88 CST-AVISOS              VALUE 'A'.
               88 CST-FOTOGRAFIA          VALUE 'F'.
               88 CST-TIPO-VALIDO         VALUE 'E' 'C' 'A' 'F'.
           05 CST-SITUACAO         PIC X(01).
               88 CST-DADO                VALUE 'D'.
               88 CST-RETIRADO            VALUE 'R'.
           05 CST-DATA             PIC 9(08).
           05 CST-OPERADOR         PIC X(08).
           05 CST-DATA-REGISTO     PIC 9(08).
           05 CST-HORA-REGISTO     PIC 9(06).
           05 CST-MORADA           PIC X(60).
