      *            telefone, e-mail, cidade) passam a "ANONIMIZADO"
      *            e cada purga fica registada em PURGAS.LOG com a
      *            data e o operador.
      * 15/10/26 - PAGAMENTOS.DAT ganhou as chaves alternativas
      *            PAG-FATURA e PAG-CLIENTE (com duplicados); o SELECT
      *            passa a declara-las.
      * 15/10/26 - A anonimizacao limpa tambem o codigo postal do
      *            cliente (CLI-CODIGO-POSTAL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPURGA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT LOG-PURGAS ASSIGN TO "PURGAS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
           MOVE SPACES        TO CLI-EMAIL
           MOVE SPACES        TO CLI-CIDADE
           MOVE SPACES        TO CLI-NIF
           MOVE SPACES        TO CLI-CODIGO-POSTAL
           SET CLI-ELIMINADO  TO TRUE

           REWRITE FD-CLIENTE-REG
