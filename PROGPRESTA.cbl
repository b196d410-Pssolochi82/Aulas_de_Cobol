      *            so sai quando as parcelas ficaram mesmo
      *            gravadas. A listagem le com READ NEXT (acesso
      *            DYNAMIC).
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE
      *            (com duplicados); o SELECT passa a declara-la.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRESTA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
       DATA DIVISION.
       FILE SECTION.
