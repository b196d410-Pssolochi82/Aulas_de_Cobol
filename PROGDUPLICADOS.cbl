      *            com REWRITE no proprio ficheiro - os ficheiros
      *            de trabalho FATURAS.TMP e PAGAMENTOS.TMP
      *            desapareceram.
      * 15/10/26 - O reaponte dos alunos cobre tambem o segundo
      *            responsavel financeiro (ALU-ENCARREGADO-2).
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDUPLICADOS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT PAGAMENTOS ASSIGN TO "PAGAMENTOS.DAT"
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

       TRATA-ENCARREGADO.

           IF ALU-ENCARREGADO-2 NOT NUMERIC
               MOVE ZEROS TO ALU-ENCARREGADO-2
           END-IF

           IF ALU-ENCARREGADO = WS-ID-RETIRA
              OR ALU-ENCARREGADO-2 = WS-ID-RETIRA
               IF ALU-ENCARREGADO = WS-ID-RETIRA
                   MOVE WS-ID-SOBREVIVE TO ALU-ENCARREGADO
               END-IF
               IF ALU-ENCARREGADO-2 = WS-ID-RETIRA
                   MOVE WS-ID-SOBREVIVE TO ALU-ENCARREGADO-2
               END-IF
               REWRITE FD-ALUNO-REG
               IF WS-FS-ALUNOS = "00"
                   ADD 1 TO WS-CONT-ENC-MUDADOS
