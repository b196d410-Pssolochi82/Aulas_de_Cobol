      *            importador (PROGIMPORTA) usa as mesmas colunas e
      *            sem ela o NIF perdia-se na viagem de ida e
      *            volta pela folha de calculo.
      * 15/10/26 - PAGAMENTOS.DAT ganhou as chaves alternativas
      *            PAG-FATURA e PAG-CLIENTE (com duplicados); o SELECT
      *            passa a declara-las.
      * 15/10/26 - CLIENTES.CSV ganha a coluna CODIGO POSTAL no fim
      *            (CLI-CODIGO-POSTAL) - o PROGIMPORTA le a mesma
      *            coluna.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEXPORTA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               PERFORM ANEXA-CAMPO
               MOVE "NIF" TO WS-CAMPO
               PERFORM ANEXA-CAMPO
               MOVE "CODIGO POSTAL" TO WS-CAMPO
               PERFORM ANEXA-CAMPO
               PERFORM GRAVA-LINHA

               PERFORM LE-CLIENTE
           MOVE CLI-NIF TO WS-CAMPO
           PERFORM ANEXA-CAMPO

           MOVE CLI-CODIGO-POSTAL TO WS-CAMPO
           PERFORM ANEXA-CAMPO

           PERFORM GRAVA-LINHA

           PERFORM LE-CLIENTE.
