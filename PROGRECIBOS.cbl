      *            e saltos na numeracao sao falhas, ambos listados.
      *            Termina com RC-AVISO (RETCOD.cpy) quando ha
      *            anomalias, para o job noturno as fazer notar.
      * 15/10/26 - Um pagamento repartido por varias faturas grava
      *            varias confirmacoes seguidas com o mesmo recibo e
      *            o mesmo cliente; contam como um so recibo e ja nao
      *            sao dados como duplicados.
      * 15/10/26 - PAGAMENTOS.DAT ganhou as chaves alternativas
      *            PAG-FATURA e PAG-CLIENTE (com duplicados); o SELECT
      *            passa a declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRECIBOS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
       DATA DIVISION.
       FILE SECTION.
       01 WS-REC-TAB.
           03 WS-REC-NUM           PIC 9(06) OCCURS 500 TIMES.
       01 WS-REC-TROCA             PIC 9(06) VALUE ZEROS.
       01 WS-ULT-RECIBO            PIC 9(06) VALUE ZEROS.
       01 WS-ULT-CLIENTE           PIC 9(06) VALUE ZEROS.

       01 WS-ESPERADO              PIC 9(06) VALUE ZEROS.
       01 WS-FALHA-DE              PIC 9(06) VALUE ZEROS.

       RECOLHE-RECIBO.

      * Confirmacoes seguidas com o mesmo recibo e o mesmo cliente
      * sao um pagamento repartido: contam uma so vez.
           IF PAG-ESTADO = 'S' AND PAG-RECIBO > ZERO
              AND (PAG-RECIBO NOT = WS-ULT-RECIBO
                   OR PAG-CLIENTE NOT = WS-ULT-CLIENTE)
               MOVE PAG-RECIBO  TO WS-ULT-RECIBO
               MOVE PAG-CLIENTE TO WS-ULT-CLIENTE
               IF WS-REC-CONT < WS-REC-MAX
                   ADD 1 TO WS-REC-CONT
                   MOVE PAG-RECIBO TO WS-REC-NUM (WS-REC-CONT)
