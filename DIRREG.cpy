      ******************************************************************
      * DIRREG.cpy
      * Layout comum do registo de declaracao anual de despesas de
      * educacao para o IRS (DECLIRS.DAT, indexado por DIR-CHAVE =
      * ano + NIF do encarregado). Uma declaracao por NIF e por ano,
      * com numero proprio dentro do ano (DIR-NUMERO) que se mantem
      * nas reemissoes; guarda os valores declarados na ultima
      * emissao - educacao isenta de IVA e outros servicos - e
      * quantas vezes foi emitida. Gravado pelo PROGIRS. O nivel e o
      * nome do registo sao palavras-marcador - cada programa faz
      * REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-DIR CAMPO-DIR-REG.
           05 DIR-CHAVE.
               10 DIR-ANO          PIC 9(04).
               10 DIR-NIF          PIC X(09).
           05 DIR-NUMERO           PIC 9(05).
           05 DIR-CLIENTE          PIC 9(06).
           05 DIR-NOME             PIC X(30).
           05 DIR-EDUCACAO         PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 DIR-OUTROS           PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 DIR-DATA-EMISSAO     PIC 9(08).
           05 DIR-EMISSOES         PIC 9(03).
           05 DIR-OPERADOR         PIC X(08).
