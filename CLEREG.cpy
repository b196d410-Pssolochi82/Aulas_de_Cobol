      ******************************************************************
      * CLEREG.cpy
      * Layout comum do registo do calendario escolar
      * (CALESCOLAR.DAT), por ano letivo (ano civil em que comeca,
      * como CTL-ANO-LETIVO). Tres tipos de registo, todos com data
      * de inicio e de fim AAAAMMDD:
      *   A - o ano letivo (CLE-NUMERO a zero);
      *   P - um periodo de avaliacao (CLE-NUMERO 1 a 3);
      *   I - uma interrupcao letiva (CLE-NUMERO sequencial), com a
      *       descricao (NATAL, CARNAVAL, PASCOA...).
      * A chave de um registo e ano + tipo + numero - o
      * PROGCALESCOLAR regrava o ficheiro quando um registo muda. O
      * PROGPERIODO le-o para dizer o ano letivo, o periodo e se
      * ha aulas numa data. O nivel e o nome do registo sao
      * palavras-marcador - cada programa faz REPLACING para o
      * nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-CLE CAMPO-CLE-REG.
           05 CLE-ANO-LETIVO       PIC 9(04).
           05 CLE-TIPO             PIC X(01).
               88 CLE-ANO                 VALUE 'A'.
               88 CLE-PERIODO             VALUE 'P'.
               88 CLE-INTERRUPCAO         VALUE 'I'.
           05 CLE-NUMERO           PIC 9(01).
           05 CLE-INICIO           PIC 9(08).
           05 CLE-FIM              PIC 9(08).
           05 CLE-DESCRICAO        PIC X(30).
