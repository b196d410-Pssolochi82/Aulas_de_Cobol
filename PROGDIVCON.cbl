      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DE CONSULTA DA DIVIDA VENCIDA DE UM
      *          CLIENTE (ENCARREGADO) - DADO O CLI-ID E A DATA, DIZ
      *          SE HA FATURAS OU PARCELAS EM ABERTO VENCIDAS E QUAIS.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGCONSCON. Chamada
      *            pelo PROGCERTIFICADO e pelo PROGTRANSCRITO antes de
      *            entregar um documento. Conta como divida vencida:
      *            a parcela aberta (PRE-ESTADO A) com vencimento
      *            anterior a data, de uma fatura aberta do cliente;
      *            e a fatura aberta SEM plano de prestacoes vencida,
      *            pelo residual (valor menos pagamentos confirmados
      *            e estornos de PAGAMENTOS.DAT e notas de credito de
      *            NOTASCRED.DAT), como nos avisos do PROGAVISOS. A
      *            fatura com plano deve so o que as parcelas devem.
      *            Faturas canceladas, pagas ou anuladas como
      *            incobraveis ficam de fora. DVC-DATA a zeros = a
      *            data do sistema. Devolve o numero de dividas, o
      *            total e as 10 primeiras (fatura, parcela - 00 =
      *            a fatura inteira -, vencimento e valor).
      *            DVC-RESULTADO: S = sem divida vencida, D = com
      *            divida vencida, F = sem FATURAS.DAT (sem divida).
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDIVCON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAS    ASSIGN TO "FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT PRESTACOES ASSIGN TO "PRESTACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WS-FS-PRESTACOES.
           SELECT PAGAMENTOS ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT NOTASCRED  ASSIGN TO "NOTASCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTASCRED.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS.
       COPY "FATREG.cpy" REPLACING NIVEL-FAT BY 01
                                   CAMPO-FAT-REG BY FD-FATURA-REG.

       FD  PRESTACOES.
       COPY "PRESTREG.cpy" REPLACING NIVEL-PRE BY 01
                                     CAMPO-PRE-REG BY FD-PRESTA-REG.

       FD  PAGAMENTOS.
       COPY "PAGREG.cpy" REPLACING NIVEL-PAG BY 01
                                   CAMPO-PAG-REG BY FD-PAG-REGISTO.

       FD  NOTASCRED.
       COPY "NCRREG.cpy" REPLACING NIVEL-NCR BY 01
                                   CAMPO-NCR-REG BY FD-NOTACRED-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-FATURAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-PRESTACOES         PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-NOTASCRED          PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-DATA-REF              PIC 9(08) VALUE ZEROS.

      * Faturas abertas do cliente, com o que ja foi creditado e se
      * tem plano de prestacoes.
       01 WS-FAT-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-FAT-MAX               PIC 9(03) VALUE 200.
       01 WS-FAT-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-FAT-USO               PIC 9(03) VALUE ZEROS.
       01 WS-FAT-TAB OCCURS 200 TIMES.
           03 WS-FT-NUMERO             PIC 9(06).
           03 WS-FT-VENCIMENTO         PIC 9(08).
           03 WS-FT-VALOR              PIC S9(07)V99.
           03 WS-FT-CREDITOS           PIC S9(07)V99.
           03 WS-FT-PLANO              PIC X(01).
               88 WS-FT-COM-PLANO             VALUE 'S'.
       01 WS-FATURA-ACHADA         PIC X VALUE 'N'.
           88 WS-FATURA-DO-CLIENTE        VALUE 'S'.

       01 WS-RESIDUAL              PIC S9(07)V99 VALUE ZEROS.
       01 WS-DIV-FATURA            PIC 9(06) VALUE ZEROS.
       01 WS-DIV-PARCELA           PIC 9(02) VALUE ZEROS.
       01 WS-DIV-VENCIMENTO        PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 DIVCON-PARAMETRES.
           02 DVC-CLIENTE              PIC 9(06).
           02 DVC-DATA                 PIC 9(08).
           02 DVC-QTD                  PIC 9(03).
           02 DVC-TOTAL                PIC S9(07)V99.
           02 DVC-DIVIDA OCCURS 10 TIMES.
               03 DVC-FATURA               PIC 9(06).
               03 DVC-PARCELA              PIC 9(02).
               03 DVC-VENCIMENTO           PIC 9(08).
               03 DVC-VALOR                PIC S9(07)V99.
           02 DVC-RESULTADO            PIC X(01).
               88 DVC-SEM-DIVIDA              VALUE 'S'.
               88 DVC-COM-DIVIDA              VALUE 'D'.
               88 DVC-SEM-FICHEIRO            VALUE 'F'.

       PROCEDURE DIVISION USING DIVCON-PARAMETRES.
       MAIN-PROCEDURE.

           MOVE ZEROS TO DVC-QTD DVC-TOTAL
           SET DVC-SEM-DIVIDA TO TRUE

           MOVE DVC-DATA TO WS-DATA-REF
           IF WS-DATA-REF = ZEROS
               ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
           END-IF

           PERFORM CARREGA-FATURAS

           IF WS-FS-FATURAS NOT = "00"
               SET DVC-SEM-FICHEIRO TO TRUE
           ELSE
               IF WS-FAT-CONT > ZERO
                   PERFORM VERIFICA-PRESTACOES
                   PERFORM SOMA-PAGAMENTOS
                   PERFORM SOMA-NOTAS-CREDITO
                   PERFORM VERIFICA-FATURA-SEM-PLANO
                       VARYING WS-FAT-USO FROM 1 BY 1
                       UNTIL WS-FAT-USO > WS-FAT-CONT
               END-IF
               IF DVC-QTD > ZERO
                   SET DVC-COM-DIVIDA TO TRUE
               END-IF
           END-IF

           GOBACK.

       CARREGA-FATURAS.

           MOVE ZEROS TO WS-FAT-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT FATURAS
           IF WS-FS-FATURAS = "00"
               PERFORM LE-FATURA
               PERFORM GUARDA-FATURA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE FATURAS
           END-IF.

       LE-FATURA.

           READ FATURAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-FATURA.

           IF FAT-CLIENTE = DVC-CLIENTE AND FAT-ABERTA
              AND WS-FAT-CONT < WS-FAT-MAX
               ADD 1 TO WS-FAT-CONT
               MOVE FAT-NUMERO          TO WS-FT-NUMERO (WS-FAT-CONT)
               MOVE FAT-DATA-VENCIMENTO
                    TO WS-FT-VENCIMENTO (WS-FAT-CONT)
               MOVE FAT-VALOR           TO WS-FT-VALOR (WS-FAT-CONT)
               MOVE ZEROS               TO WS-FT-CREDITOS (WS-FAT-CONT)
               MOVE 'N'                 TO WS-FT-PLANO (WS-FAT-CONT)
           END-IF

           PERFORM LE-FATURA.

      * Localiza na tabela a fatura em WS-DIV-FATURA.
       PROCURA-FATURA.

           MOVE 'N' TO WS-FATURA-ACHADA
           PERFORM COMPARA-FATURA
               VARYING WS-FAT-IDX FROM 1 BY 1
               UNTIL WS-FAT-IDX > WS-FAT-CONT
                  OR WS-FATURA-DO-CLIENTE.

       COMPARA-FATURA.

           IF WS-FT-NUMERO (WS-FAT-IDX) = WS-DIV-FATURA
               SET WS-FATURA-DO-CLIENTE TO TRUE
               MOVE WS-FAT-IDX TO WS-FAT-USO
           END-IF.

      * A fatura com parcelas fica com plano; a parcela aberta
      * vencida e divida.
       VERIFICA-PRESTACOES.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT PRESTACOES
           IF WS-FS-PRESTACOES = "00"
               PERFORM LE-PRESTACAO
               PERFORM VERIFICA-PARCELA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PRESTACOES
           END-IF.

       LE-PRESTACAO.

           READ PRESTACOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-PARCELA.

           MOVE PRE-FATURA TO WS-DIV-FATURA
           PERFORM PROCURA-FATURA

           IF WS-FATURA-DO-CLIENTE
               SET WS-FT-COM-PLANO (WS-FAT-USO) TO TRUE
               IF PRE-ABERTA AND PRE-VENCIMENTO < WS-DATA-REF
                   MOVE PRE-PARCELA    TO WS-DIV-PARCELA
                   MOVE PRE-VENCIMENTO TO WS-DIV-VENCIMENTO
                   MOVE PRE-VALOR      TO WS-RESIDUAL
                   PERFORM REGISTA-DIVIDA
               END-IF
           END-IF

           PERFORM LE-PRESTACAO.

       SOMA-PAGAMENTOS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM CREDITA-PAGAMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF.

       LE-PAGAMENTO.

           READ PAGAMENTOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * Confirmacao credita; o estorno traz o valor simetrico.
       CREDITA-PAGAMENTO.

           IF PAG-ESTADO = 'S' OR PAG-ESTADO = 'E'
               MOVE PAG-FATURA TO WS-DIV-FATURA
               PERFORM PROCURA-FATURA
               IF WS-FATURA-DO-CLIENTE
                   ADD PAG-VALOR TO WS-FT-CREDITOS (WS-FAT-USO)
               END-IF
           END-IF

           PERFORM LE-PAGAMENTO.

       SOMA-NOTAS-CREDITO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT NOTASCRED
           IF WS-FS-NOTASCRED = "00"
               PERFORM LE-NOTACRED
               PERFORM CREDITA-NOTACRED
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE NOTASCRED
           END-IF.

       LE-NOTACRED.

           READ NOTASCRED
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       CREDITA-NOTACRED.

           MOVE NCR-FATURA TO WS-DIV-FATURA
           PERFORM PROCURA-FATURA
           IF WS-FATURA-DO-CLIENTE
               ADD NCR-VALOR TO WS-FT-CREDITOS (WS-FAT-USO)
           END-IF

           PERFORM LE-NOTACRED.

       VERIFICA-FATURA-SEM-PLANO.

           IF NOT WS-FT-COM-PLANO (WS-FAT-USO)
              AND WS-FT-VENCIMENTO (WS-FAT-USO) < WS-DATA-REF
               COMPUTE WS-RESIDUAL = WS-FT-VALOR (WS-FAT-USO)
                                   - WS-FT-CREDITOS (WS-FAT-USO)
               IF WS-RESIDUAL > ZEROS
                   MOVE WS-FT-NUMERO (WS-FAT-USO) TO WS-DIV-FATURA
                   MOVE ZEROS TO WS-DIV-PARCELA
                   MOVE WS-FT-VENCIMENTO (WS-FAT-USO)
                        TO WS-DIV-VENCIMENTO
                   PERFORM REGISTA-DIVIDA
               END-IF
           END-IF.

       REGISTA-DIVIDA.

           ADD 1 TO DVC-QTD
           ADD WS-RESIDUAL TO DVC-TOTAL
           IF DVC-QTD <= 10
               MOVE WS-DIV-FATURA     TO DVC-FATURA (DVC-QTD)
               MOVE WS-DIV-PARCELA    TO DVC-PARCELA (DVC-QTD)
               MOVE WS-DIV-VENCIMENTO TO DVC-VENCIMENTO (DVC-QTD)
               MOVE WS-RESIDUAL       TO DVC-VALOR (DVC-QTD)
           END-IF.
       END PROGRAM PROGDIVCON.
