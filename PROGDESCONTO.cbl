      *            efetivamente concedidos nas faturas
      *            (FAT-DESCONTO de FATURAS.DAT) com o total - o
      *            relatorio que a direcao audita.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE
      *            (com duplicados); o SELECT passa a declara-la.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDESCONTO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
       DATA DIVISION.
       FILE SECTION.
