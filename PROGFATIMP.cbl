      *            FATURA.LIS e copiada para o spool (PROGSPOOL,
      *            catalogada em SPOOL.CAT) - a consulta e a
      *            reimpressao ficam no PROGSPOOLVIS.
      * 15/10/26 - A fatura impressa leva a serie, o numero na serie
      *            e o ATCUD do registo do documento (PROGREGDOC); as
      *            faturas anteriores as series saem como antes.
      * 15/10/26 - A fatura com plano de prestacoes leva, por baixo
      *            do total, a entidade, a referencia e o montante
      *            Multibanco de cada parcela com referencia ativa
      *            (MBREF.DAT, gerado pelo PROGMULTIBANCO).
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE
      *            (com duplicados); o SELECT passa a declara-la.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFATIMP.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT FATLINHAS ASSIGN TO "FATLINHAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT MBREF     ASSIGN TO "MBREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CHAVE
               ALTERNATE RECORD KEY IS MBR-REFERENCIA
               FILE STATUS IS WS-FS-MBREF.
           SELECT LISTAGEM  ASSIGN TO "FATURA.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  MBREF.
       COPY "MBRREG.cpy" REPLACING NIVEL-MBR BY 01
                                   CAMPO-MBR-REG BY FD-MBREF-REG.

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

       01 WS-FS-FATLINHAS          PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.
       01 WS-FS-MBREF              PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-VALOR-EDIT2           PIC -(07)9.99.
       01 WS-TAXA-EDIT             PIC Z9.99.

      * Referencias Multibanco das parcelas da fatura.
       01 WS-FIM-REFERENCIAS       PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REFERENCIAS     VALUE 'S'.
       01 WS-CONT-REFERENCIAS      PIC 9(02) VALUE ZEROS.
       01 WS-REF-EDIT              PIC X(11) VALUE SPACES.

       01 WS-HOUVE-DOCUMENTO       PIC X VALUE 'N'.
           88 WS-DOCUMENTO-SAIU           VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
               88 SPL-OK                      VALUE 'S'.
               88 SPL-FALHOU                  VALUE 'N'.

       01 WS-IND-REGDOC            PIC X VALUE 'N'.
           88 WS-REGDOC-FALHOU            VALUE 'S'.

       01 REGDOC-PARAMETRES.
           02 RD-FUNCAO                PIC X(01).
           02 RD-TIPO                  PIC X(02).
           02 RD-NUMERO                PIC 9(06).
           02 RD-DATA                  PIC 9(08).
           02 RD-VALOR                 PIC S9(07)V99.
           02 RD-SERIE                 PIC X(10).
           02 RD-SEQ                   PIC 9(06).
           02 RD-ATCUD                 PIC X(20).
           02 RD-HASH-ANTERIOR         PIC X(18).
           02 RD-HASH                  PIC X(18).
           02 RD-RESULTADO             PIC X(01).
               88 RD-OK                       VALUE 'S'.
               88 RD-NAO-ENCONTRADO           VALUE 'N'.
               88 RD-ERRO                     VALUE 'F'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           END-STRING
           PERFORM EMITE-LINHA

           MOVE 'FT' TO RD-TIPO
           MOVE FAT-NUMERO TO RD-NUMERO
           PERFORM CONSULTA-DOCUMENTO-FISCAL
           IF RD-OK
               MOVE SPACES TO WS-LINHA
               STRING "SERIE " RD-SERIE " N. " RD-SEQ
                      "  ATCUD " RD-ATCUD
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "CLIENTE " FAT-CLIENTE " " WS-NOME-CLIENTE
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           PERFORM LISTA-REFERENCIAS-MB

           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA

           END-STRING
           PERFORM EMITE-LINHA.

      * As parcelas da fatura estao seguidas na chave de MBREF.DAT
      * (fatura/parcela): START na parcela 00 e READ NEXT enquanto
      * a fatura for a mesma.
       LISTA-REFERENCIAS-MB.

           MOVE ZEROS TO WS-CONT-REFERENCIAS
           MOVE 'N' TO WS-FIM-REFERENCIAS

           OPEN INPUT MBREF
           IF WS-FS-MBREF = "00"
               MOVE WS-FATURA-NUM TO MBR-FATURA
               MOVE ZEROS         TO MBR-PARCELA
               START MBREF KEY NOT < MBR-CHAVE
                   INVALID KEY SET WS-SEM-MAIS-REFERENCIAS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-REFERENCIAS
                   PERFORM LE-REFERENCIA-SEGUINTE
                   PERFORM EMITE-REFERENCIA
                       UNTIL WS-SEM-MAIS-REFERENCIAS
               END-IF
               CLOSE MBREF
           END-IF.

       LE-REFERENCIA-SEGUINTE.

           READ MBREF NEXT
               AT END SET WS-SEM-MAIS-REFERENCIAS TO TRUE
           END-READ

           IF NOT WS-SEM-MAIS-REFERENCIAS
              AND MBR-FATURA NOT = WS-FATURA-NUM
               SET WS-SEM-MAIS-REFERENCIAS TO TRUE
           END-IF.

       EMITE-REFERENCIA.

           IF MBR-ATIVA
               IF WS-CONT-REFERENCIAS = ZERO
                   MOVE "  PAGAMENTO POR MULTIBANCO:" TO WS-LINHA
                   PERFORM EMITE-LINHA
               END-IF
               ADD 1 TO WS-CONT-REFERENCIAS

               MOVE SPACES TO WS-REF-EDIT
               STRING MBR-REFERENCIA (1: 3) " "
                      MBR-REFERENCIA (4: 3) " "
                      MBR-REFERENCIA (7: 3)
                   DELIMITED BY SIZE INTO WS-REF-EDIT
               END-STRING
               MOVE MBR-VALOR TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA
               STRING "    PARCELA " MBR-PARCELA
                      "  ENTIDADE " MBR-ENTIDADE
                      "  REF. " WS-REF-EDIT
                      "  VALOR " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF

           PERFORM LE-REFERENCIA-SEGUINTE.

       EMITE-LINHA.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Serie, numero na serie e ATCUD do documento, para a
      * impressao; os documentos anteriores as series nao os tem.
       CONSULTA-DOCUMENTO-FISCAL.

           MOVE 'C' TO RD-FUNCAO
           MOVE 'N' TO WS-IND-REGDOC

           CALL 'PROGREGDOC' USING REGDOC-PARAMETRES
               ON EXCEPTION
                   SET WS-REGDOC-FALHOU TO TRUE
           END-CALL

           IF WS-REGDOC-FALHOU
               SET RD-ERRO TO TRUE
           END-IF.
       END PROGRAM PROGFATIMP.
