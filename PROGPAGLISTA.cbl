      *            e o PAGREG.cpy (gravado por PROGPAG/PROGBANCO) e
      *            este formatador produz a listagem humana, linha a
      *            linha e com totais, em PAGAMENTOS.LIS e no ecra.
      * 15/10/26 - Em ambiente de formacao (PROGAMBIENTE) o ecra e a
      *            listagem levam a marca do ambiente.
      * 15/10/26 - PAGAMENTOS.DAT ganhou as chaves alternativas
      *            PAG-FATURA e PAG-CLIENTE (com duplicados); o SELECT
      *            passa a declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPAGLISTA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT LISTAGEM   ASSIGN TO "PAGAMENTOS.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
           03 WS-TL-VALOR              PIC -(07)9.99.
           03 FILLER                   PIC X(71) VALUE SPACES.

       01 AMBIENTE-PARAMETRES.
           02 AMB-FUNCAO               PIC X(01).
           02 AMB-MODO                 PIC X(01) VALUE 'R'.
               88 AMB-REAL                    VALUE 'R'.
               88 AMB-FORMACAO                VALUE 'F'.
           02 AMB-DIRETORIO            PIC X(20).
           02 AMB-MARCA                PIC X(40).
           02 AMB-RESULTADO            PIC X(01).
               88 AMB-OK                      VALUE 'S'.
               88 AMB-INVALIDO                VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*       LISTAGEM DE PAGAMENTOS            *"
           PERFORM CONSULTA-AMBIENTE
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-FIM-FICHEIRO
                       "LISTAR."
           ELSE
               OPEN OUTPUT LISTAGEM
               IF AMB-FORMACAO
                   MOVE AMB-MARCA TO FD-LISTA-REG
                   WRITE FD-LISTA-REG
               END-IF
               PERFORM LE-PAGAMENTO
               PERFORM FORMATA-PAGAMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS

           GOBACK.

      * O ambiente vem da sessao (escolhido no sign-on ou trazido
      * pelo RUNMENU.sh/RUNBATCH.sh); em formacao o ecra e os
      * impressos levam a marca.
       CONSULTA-AMBIENTE.

           MOVE 'C' TO AMB-FUNCAO
           CALL 'PROGAMBIENTE' USING AMBIENTE-PARAMETRES
               ON EXCEPTION
                   SET AMB-REAL TO TRUE
           END-CALL

           IF AMB-FORMACAO
               DISPLAY "*  " AMB-MARCA
           END-IF.

       LE-PAGAMENTO.

           READ PAGAMENTOS
