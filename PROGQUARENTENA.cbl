      * 03/09/26 - A sessao toma tambem o lock nomeado PAGAMENTOS
      *            (a reposicao escreve nesse mestre), como o
      *            PROGPAG e o PROGBANCO.
      * 15/10/26 - PAGAMENTOS.DAT ganhou as chaves alternativas
      *            PAG-FATURA e PAG-CLIENTE (com duplicados); o SELECT
      *            passa a declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGQUARENTENA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE OF FD-PAG-REGISTO
               ALTERNATE RECORD KEY IS PAG-FATURA OF FD-PAG-REGISTO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE OF FD-PAG-REGISTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MESTRE.
           SELECT CLIENTES   ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
