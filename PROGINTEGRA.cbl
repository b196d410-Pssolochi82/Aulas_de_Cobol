      *            PAGAMENTOS antes de abrir esse mestre em I-O,
      *            como o PROGPAG e o PROGBANCO - ocupado qualquer
      *            um dos locks, a auditoria corre so de leitura.
      * 15/10/26 - PAGAMENTOS.DAT ganhou as chaves alternativas
      *            PAG-FATURA e PAG-CLIENTE (com duplicados); o SELECT
      *            passa a declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINTEGRA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT CLIENTES   ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
