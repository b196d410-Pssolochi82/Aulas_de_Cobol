      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: DECLARACAO ANUAL DE DESPESAS DE EDUCACAO PARA O IRS -
      *          POR NIF DO ENCARREGADO, O QUE PAGOU NO ANO CIVIL,
      *          LIQUIDO DE ESTORNOS E NOTAS DE CREDITO, SEPARANDO A
      *          EDUCACAO ISENTA DE IVA DOS OUTROS SERVICOS.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. Todos os fevereiros os encarregados
      *            pedem a declaracao do que pagaram no ano anterior
      *            e ela era feita a mao a partir do extrato. Para o
      *            ano pedido (por omissao o anterior):
      *            - pago no ano, por fatura: as confirmacoes e os
      *              estornos de PAGAMENTOS.DAT datados do ano (o
      *              estorno tem valor negativo; a forma K, saldo
      *              credor, conta no ano em que e usado numa fatura);
      *            - a nota de credito so abate o que deixou pago a
      *              mais na fatura: o excesso de pago + creditado
      *              sobre FAT-VALOR ate ao fim do ano, menos o que
      *              ja havia antes do ano (esse saiu na declaracao
      *              do ano anterior). Uma nota sobre uma fatura por
      *              pagar so reduz a divida;
      *            - o liquido de cada fatura reparte-se na proporcao
      *              das linhas de FATLINHAS.DAT: IVA I (isenta) e
      *              educacao, R e N sao outros servicos; a fatura sem
      *              linhas (antiga) e toda educacao;
      *            - vai para o NIF do cliente da fatura (CLI-NIF),
      *              a pessoa a quem foi faturada; clientes sem NIF
      *              ficam de fora e sao contados no resumo.
      *            Cada NIF com total positivo tem uma declaracao
      *            numerada AAAA/NNNNN, registada em DECLIRS.DAT
      *            (DIRREG.cpy); a reemissao mantem o numero e sai
      *            como segunda via. As declaracoes vao para
      *            DECLIRS.LIS e o resumo de todas as declaracoes do
      *            ano para DECLIRSRES.LIS, ambos copiados para o
      *            spool (PROGSPOOL). Pode pedir-se so um NIF (ao
      *            balcao); o resumo e sempre o do ano inteiro.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      * 15/10/26 - As rotinas de leitura, RELEASE e RETURN dos
      *            procedimentos da ordenacao passam para seccoes
      *            proprias, como no PROGFECHOANO: a ordenacao corria-as
      *            de novo no fim de cada seccao com o ultimo registo
      *            ainda na area - o ultimo movimento e a ultima fatura
      *            eram acumulados duas vezes e os totais das
      *            declaracoes saiam errados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGIRS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT FATLINHAS  ASSIGN TO "FATLINHAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATLINHAS.
           SELECT FATURAS    ASSIGN TO "FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT CLIENTES   ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT DECLIRS    ASSIGN TO "DECLIRS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-CHAVE
               FILE STATUS IS WS-FS-DECLIRS.
           SELECT TRABALHO   ASSIGN TO "IRS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT LISTAGEM   ASSIGN TO "DECLIRS.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
           SELECT RESUMO     ASSIGN TO "DECLIRSRES.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMO.
           SELECT ORDENACAO  ASSIGN TO "IRS.SRT".
           SELECT ORDENA-NIF ASSIGN TO "IRSNIF.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTOS.
       COPY "PAGREG.cpy" REPLACING NIVEL-PAG BY 01
                                   CAMPO-PAG-REG BY FD-PAG-REGISTO.

       FD  NOTASCRED.
       COPY "NCRREG.cpy" REPLACING NIVEL-NCR BY 01
                                   CAMPO-NCR-REG BY FD-NOTACRED-REG.

       FD  FATLINHAS.
       COPY "FATLREG.cpy" REPLACING NIVEL-FLN BY 01
                                    CAMPO-FLN-REG BY FD-FATLINHA-REG.

       FD  FATURAS.
       COPY "FATREG.cpy" REPLACING NIVEL-FAT BY 01
                                   CAMPO-FAT-REG BY FD-FATURA-REG.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  DECLIRS.
       COPY "DIRREG.cpy" REPLACING NIVEL-DIR BY 01
                                   CAMPO-DIR-REG BY FD-DECLIRS-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG.
           03 TRB-NIF                  PIC X(09).
           03 TRB-CLIENTE              PIC 9(06).
           03 TRB-NOME                 PIC X(30).
           03 TRB-EDUCACAO             PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           03 TRB-OUTROS               PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

       FD  RESUMO.
       01  FD-RESUMO-REG               PIC X(100).

      * Movimentos de cada fatura: P = pago no ano, A = pago antes
      * do ano, C = nota de credito do ano, D = nota de credito
      * anterior, I = linha isenta, O = outra linha.
       SD  ORDENACAO.
       01  SRT-REGISTO.
           03 SRT-FATURA               PIC 9(06).
           03 SRT-TIPO                 PIC X(01).
           03 SRT-VALOR                PIC S9(07)V99.

       SD  ORDENA-NIF.
       01  SNF-REGISTO.
           03 SNF-NIF                  PIC X(09).
           03 SNF-CLIENTE              PIC 9(06).
           03 SNF-NOME                 PIC X(30).
           03 SNF-EDUCACAO             PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           03 SNF-OUTROS               PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       COPY "RETCOD.cpy".

       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-NOTASCRED          PIC X(02) VALUE ZEROS.
       01 WS-FS-FATLINHAS          PIC X(02) VALUE ZEROS.
       01 WS-FS-FATURAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-DECLIRS            PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.
       01 WS-FS-RESUMO             PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.
       01 WS-FIM-DECLARACOES       PIC X VALUE 'N'.
           88 WS-SEM-MAIS-DECLARACOES     VALUE 'S'.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-ANO-HOJE              PIC 9(04) VALUE ZEROS.
       01 WS-ANO                   PIC 9(04) VALUE ZEROS.
       01 WS-ANO-INICIO            PIC 9(08) VALUE ZEROS.
       01 WS-ANO-FIM               PIC 9(08) VALUE ZEROS.
       01 WS-NIF-PEDIDO            PIC X(09) VALUE SPACES.

      * Apuramento de cada fatura.
       01 WS-FT-ATUAL              PIC 9(06) VALUE ZEROS.
       01 WS-FT-PAGO-ANO           PIC S9(07)V99 VALUE ZEROS.
       01 WS-FT-PAGO-ANTES         PIC S9(07)V99 VALUE ZEROS.
       01 WS-FT-NC-ANO             PIC S9(07)V99 VALUE ZEROS.
       01 WS-FT-NC-ANTES           PIC S9(07)V99 VALUE ZEROS.
       01 WS-FT-ISENTO             PIC S9(07)V99 VALUE ZEROS.
       01 WS-FT-OUTROS             PIC S9(07)V99 VALUE ZEROS.
       01 WS-FT-LINHAS             PIC S9(07)V99 VALUE ZEROS.
       01 WS-EXCESSO               PIC S9(08)V99 VALUE ZEROS.
       01 WS-EXCESSO-ANTES         PIC S9(08)V99 VALUE ZEROS.
       01 WS-ABATE-NC              PIC S9(08)V99 VALUE ZEROS.
       01 WS-LIQUIDO               PIC S9(07)V99 VALUE ZEROS.
       01 WS-PARTE-EDUCACAO        PIC S9(07)V99 VALUE ZEROS.
       01 WS-PARTE-OUTROS          PIC S9(07)V99 VALUE ZEROS.
       01 WS-LINHA-VALOR           PIC S9(07)V99 VALUE ZEROS.

      * Acumulacao por NIF.
       01 WS-NIF-ATUAL             PIC X(09) VALUE SPACES.
       01 WS-NIF-CLIENTE           PIC 9(06) VALUE ZEROS.
       01 WS-NIF-NOME              PIC X(30) VALUE SPACES.
       01 WS-NIF-EDUCACAO          PIC S9(07)V99 VALUE ZEROS.
       01 WS-NIF-OUTROS            PIC S9(07)V99 VALUE ZEROS.
       01 WS-NIF-TOTAL             PIC S9(07)V99 VALUE ZEROS.

       01 WS-PROX-NUMERO           PIC 9(05) VALUE ZEROS.
       01 WS-NUMERO-DECL           PIC 9(05) VALUE ZEROS.
       01 WS-IND-DECLARACAO        PIC X VALUE 'N'.
           88 WS-DECLARACAO-EXISTE        VALUE 'S'.
       01 WS-IND-ALTERADA          PIC X VALUE 'N'.
           88 WS-VALORES-ALTERADOS        VALUE 'S'.

       01 WS-CONT-FATURAS          PIC 9(06) VALUE ZEROS.
       01 WS-CONT-SEM-FATURA       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-NIF          PIC 9(05) VALUE ZEROS.
       01 WS-VALOR-SEM-NIF         PIC S9(08)V99 VALUE ZEROS.
       01 WS-CONT-EMITIDAS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REEMITIDAS       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-NULAS            PIC 9(05) VALUE ZEROS.
       01 WS-CONT-RESUMO           PIC 9(05) VALUE ZEROS.
       01 WS-RES-EDUCACAO          PIC S9(09)V99 VALUE ZEROS.
       01 WS-RES-OUTROS            PIC S9(09)V99 VALUE ZEROS.
       01 WS-RES-TOTAL             PIC S9(09)V99 VALUE ZEROS.

       01 WS-EMP-NIF               PIC X(09) VALUE SPACES.
       01 WS-EMP-NOME              PIC X(30) VALUE SPACES.

       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-RES-LINHA             PIC X(100) VALUE SPACES.
       01 WS-VALOR-EDIT            PIC -(07)9.99.
       01 WS-VALOR-EDIT2           PIC -(07)9.99.
       01 WS-VALOR-EDIT3           PIC -(07)9.99.
       01 WS-TOTAL-EDIT            PIC -(09)9.99.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-TABCON            PIC X VALUE 'N'.
           88 WS-TABCON-FALHOU            VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       01 TABCON-PARAMETRES.
           02 TBC-TABELA               PIC X(10).
           02 TBC-CODIGO               PIC X(20).
           02 TBC-DATA                 PIC 9(08).
           02 TBC-DESCRICAO            PIC X(30).
           02 TBC-RESULTADO            PIC X(01).
               88 TBC-ENCONTRADO              VALUE 'S'.
               88 TBC-NAO-ENCONTRADO          VALUE 'N'.
               88 TBC-SEM-FICHEIRO            VALUE 'F'.

       01 SPOOL-PARAMETRES.
           02 SPL-RELATORIO            PIC X(12).
           02 SPL-FICHEIRO             PIC X(20).
           02 SPL-OPERADOR             PIC X(08).
           02 SPL-MEMBRO               PIC 9(06).
           02 SPL-RESULTADO            PIC X(01).
               88 SPL-OK                      VALUE 'S'.
               88 SPL-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       PRINCIPAL SECTION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   DECLARACAO DE DESPESAS DE EDUCACAO    *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF WS-SIGNON-FALHOU OR SGN-FALHOU
               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
               SET RC-ERRO TO TRUE
           ELSE
               PERFORM PEDE-ANO
               PERFORM EMITE-DECLARACOES-ANO
           END-IF

           DISPLAY "DECLARACOES DE IRS TERMINADAS."
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      * Ano civil a declarar (0 = o ano anterior) e, ao balcao, o NIF
      * de um so encarregado.
       PEDE-ANO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE (1: 4) TO WS-ANO-HOJE

           DISPLAY "ANO DAS DESPESAS (AAAA, 0 = ANO ANTERIOR): "
           ACCEPT WS-ANO
           IF WS-ANO = ZEROS
               COMPUTE WS-ANO = WS-ANO-HOJE - 1
           END-IF

           DISPLAY "NIF DO ENCARREGADO (ENTER = TODOS): "
           ACCEPT WS-NIF-PEDIDO

           COMPUTE WS-ANO-INICIO = WS-ANO * 10000 + 101
           COMPUTE WS-ANO-FIM    = WS-ANO * 10000 + 1231

           IF WS-ANO NOT < WS-ANO-HOJE
               DISPLAY "AVISO: O ANO " WS-ANO " AINDA NAO TERMINOU - "
                       "AS DECLARACOES PODEM NAO ESTAR COMPLETAS."
               SET RC-AVISO TO TRUE
           END-IF.

       EMITE-DECLARACOES-ANO.

           PERFORM CARREGA-EMPRESA

           OPEN INPUT FATURAS
           OPEN INPUT CLIENTES
           IF WS-FS-FATURAS NOT = "00"
              OR WS-FS-CLIENTES NOT = "00"
               DISPLAY "FATURAS.DAT OU CLIENTES.DAT NAO ENCONTRADO "
                       "- NADA EMITIDO."
               SET RC-ERRO TO TRUE
           ELSE
               OPEN OUTPUT TRABALHO
               SORT ORDENACAO
                   ON ASCENDING KEY SRT-FATURA
                   INPUT PROCEDURE IS SELECIONA-MOVIMENTOS
                   OUTPUT PROCEDURE IS APURA-FATURAS
               CLOSE TRABALHO

               PERFORM ABRE-DECLIRS
               PERFORM PROCURA-ULTIMO-NUMERO
               OPEN OUTPUT LISTAGEM

               SORT ORDENA-NIF
                   ON ASCENDING KEY SNF-NIF
                   USING TRABALHO
                   OUTPUT PROCEDURE IS EMITE-DECLARACOES

               CLOSE LISTAGEM
               PERFORM EMITE-RESUMO
               CLOSE DECLIRS

               DISPLAY " "
               DISPLAY "FATURAS COM MOVIMENTO NO ANO : "
                       WS-CONT-FATURAS
               DISPLAY "DECLARACOES EMITIDAS         : "
                       WS-CONT-EMITIDAS
               DISPLAY "  DAS QUAIS SEGUNDAS VIAS    : "
                       WS-CONT-REEMITIDAS
               DISPLAY "NIFS SEM VALOR A DECLARAR    : "
                       WS-CONT-NULAS
               IF WS-CONT-SEM-NIF > ZERO
                   MOVE WS-VALOR-SEM-NIF TO WS-TOTAL-EDIT
                   DISPLAY "AVISO: " WS-CONT-SEM-NIF " FATURA(S) DE "
                           "CLIENTES SEM NIF FICARAM DE FORA ("
                           WS-TOTAL-EDIT ")."
                   SET RC-AVISO TO TRUE
               END-IF
               IF WS-CONT-SEM-FATURA > ZERO
                   DISPLAY "AVISO: " WS-CONT-SEM-FATURA " FATURA(S) "
                           "COM PAGAMENTOS MAS SEM REGISTO EM "
                           "FATURAS.DAT."
                   SET RC-AVISO TO TRUE
               END-IF

               IF WS-CONT-EMITIDAS > ZERO
                   MOVE "DECLIRS" TO SPL-RELATORIO
                   MOVE "DECLIRS.LIS" TO SPL-FICHEIRO
                   PERFORM ENVIA-AO-SPOOL
               END-IF
               MOVE "DECLIRSRES" TO SPL-RELATORIO
               MOVE "DECLIRSRES.LIS" TO SPL-FICHEIRO
               PERFORM ENVIA-AO-SPOOL
           END-IF

           IF WS-FS-FATURAS = "00"
               CLOSE FATURAS
           END-IF
           IF WS-FS-CLIENTES = "00"
               CLOSE CLIENTES
           END-IF.

       CARREGA-EMPRESA.

           MOVE "NIF" TO TBC-CODIGO
           PERFORM CONSULTA-EMPRESA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-EMP-NIF
           END-IF

           MOVE "NOME" TO TBC-CODIGO
           PERFORM CONSULTA-EMPRESA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-EMP-NOME
           END-IF.

       CONSULTA-EMPRESA.

           MOVE "EMPRESA" TO TBC-TABELA
           MOVE ZEROS TO TBC-DATA
           SET TBC-NAO-ENCONTRADO TO TRUE
           MOVE 'N' TO WS-IND-TABCON

           CALL 'PROGTABCON' USING TABCON-PARAMETRES
               ON EXCEPTION
                   SET WS-TABCON-FALHOU TO TRUE
           END-CALL

           IF WS-TABCON-FALHOU
               SET TBC-SEM-FICHEIRO TO TRUE
           END-IF.

       ABRE-DECLIRS.

           OPEN I-O DECLIRS
           IF WS-FS-DECLIRS = "35"
               OPEN OUTPUT DECLIRS
               CLOSE DECLIRS
               OPEN I-O DECLIRS
           END-IF.

      * As declaracoes novas continuam a numeracao do ano.
       PROCURA-ULTIMO-NUMERO.

           MOVE ZEROS TO WS-PROX-NUMERO
           PERFORM INICIA-DECLARACOES-ANO
           PERFORM VE-NUMERO-DECLARACAO
               UNTIL WS-SEM-MAIS-DECLARACOES
           ADD 1 TO WS-PROX-NUMERO.

       INICIA-DECLARACOES-ANO.

           MOVE 'N' TO WS-FIM-DECLARACOES
           MOVE WS-ANO TO DIR-ANO
           MOVE LOW-VALUES TO DIR-NIF
           START DECLIRS KEY IS >= DIR-CHAVE
               INVALID KEY SET WS-SEM-MAIS-DECLARACOES TO TRUE
           END-START

           IF NOT WS-SEM-MAIS-DECLARACOES
               PERFORM LE-DECLARACAO
           END-IF.

       LE-DECLARACAO.

           READ DECLIRS NEXT RECORD
               AT END SET WS-SEM-MAIS-DECLARACOES TO TRUE
           END-READ

           IF NOT WS-SEM-MAIS-DECLARACOES
              AND DIR-ANO NOT = WS-ANO
               SET WS-SEM-MAIS-DECLARACOES TO TRUE
           END-IF.

       VE-NUMERO-DECLARACAO.

           IF DIR-NUMERO > WS-PROX-NUMERO
               MOVE DIR-NUMERO TO WS-PROX-NUMERO
           END-IF

           PERFORM LE-DECLARACAO.

      * Uma declaracao por NIF: o encarregado, a escola, os valores
      * e, na reemissao, a indicacao de segunda via.
       EMITE-DECLARACAO.

           COMPUTE WS-NIF-TOTAL = WS-NIF-EDUCACAO + WS-NIF-OUTROS

           MOVE 'N' TO WS-IND-DECLARACAO
           MOVE 'N' TO WS-IND-ALTERADA
           MOVE WS-ANO       TO DIR-ANO
           MOVE WS-NIF-ATUAL TO DIR-NIF
           READ DECLIRS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DECLARACAO-EXISTE TO TRUE
           END-READ

           IF WS-DECLARACAO-EXISTE
               MOVE DIR-NUMERO TO WS-NUMERO-DECL
               IF DIR-EDUCACAO NOT = WS-NIF-EDUCACAO
                  OR DIR-OUTROS NOT = WS-NIF-OUTROS
                   SET WS-VALORES-ALTERADOS TO TRUE
               END-IF
               ADD 1 TO DIR-EMISSOES
           ELSE
               MOVE WS-PROX-NUMERO TO WS-NUMERO-DECL
               ADD 1 TO WS-PROX-NUMERO
               MOVE WS-NUMERO-DECL TO DIR-NUMERO
               MOVE 1 TO DIR-EMISSOES
           END-IF

           MOVE WS-NIF-CLIENTE  TO DIR-CLIENTE
           MOVE WS-NIF-NOME     TO DIR-NOME
           MOVE WS-NIF-EDUCACAO TO DIR-EDUCACAO
           MOVE WS-NIF-OUTROS   TO DIR-OUTROS
           MOVE WS-DATA-HOJE    TO DIR-DATA-EMISSAO
           MOVE SGN-OPERADOR    TO DIR-OPERADOR

           IF WS-DECLARACAO-EXISTE
               REWRITE FD-DECLIRS-REG
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A DECLARACAO DO NIF "
                               WS-NIF-ATUAL " - FILE STATUS "
                               WS-FS-DECLIRS
                       SET RC-ERRO TO TRUE
               END-REWRITE
               ADD 1 TO WS-CONT-REEMITIDAS
               IF WS-VALORES-ALTERADOS
                   DISPLAY "AVISO: NIF " WS-NIF-ATUAL " - VALORES "
                           "DIFERENTES DA EMISSAO ANTERIOR."
               END-IF
           ELSE
               WRITE FD-DECLIRS-REG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A DECLARACAO DO NIF "
                               WS-NIF-ATUAL " - FILE STATUS "
                               WS-FS-DECLIRS
                       SET RC-ERRO TO TRUE
               END-WRITE
           END-IF

           ADD 1 TO WS-CONT-EMITIDAS
           PERFORM IMPRIME-DECLARACAO.

       IMPRIME-DECLARACAO.

           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING WS-EMP-NOME DELIMITED BY SIZE
                  "  NIF " WS-EMP-NIF DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "DECLARACAO N. " WS-ANO "/" WS-NUMERO-DECL
                  "  EMITIDA EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           IF WS-DECLARACAO-EXISTE
               MOVE "(SEGUNDA VIA - SUBSTITUI A EMITIDA ANTES)"
                   TO WS-LINHA
               PERFORM EMITE-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "DESPESAS DE EDUCACAO PAGAS NO ANO DE " WS-ANO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "ENCARREGADO " WS-NIF-NOME "  NIF " WS-NIF-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE WS-NIF-EDUCACAO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "  EDUCACAO (ISENTA DE IVA)       " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE WS-NIF-OUTROS TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "  OUTROS SERVICOS                " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE WS-NIF-TOTAL TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "  TOTAL PAGO                     " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "VALORES LIQUIDOS DE ESTORNOS E DE NOTAS DE CREDITO."
               TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "EMITIDA POR " SGN-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA.

       EMITE-LINHA.

           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * O resumo lista todas as declaracoes do ano em DECLIRS.DAT,
      * por NIF, com os totais.
       EMITE-RESUMO.

           MOVE ZEROS TO WS-CONT-RESUMO
                         WS-RES-EDUCACAO
                         WS-RES-OUTROS
                         WS-RES-TOTAL

           OPEN OUTPUT RESUMO

           MOVE SPACES TO WS-RES-LINHA
           STRING "DECLARACOES DE DESPESAS DE EDUCACAO - ANO "
                  WS-ANO "  (LISTADO EM " WS-DATA-HOJE ")"
               DELIMITED BY SIZE INTO WS-RES-LINHA
           END-STRING
           PERFORM EMITE-LINHA-RESUMO
           MOVE SPACES TO WS-RES-LINHA
           STRING "NUMERO      NIF       NOME                       "
                  "      EDUCACAO      OUTROS       TOTAL EMIS"
               DELIMITED BY SIZE INTO WS-RES-LINHA
           END-STRING
           PERFORM EMITE-LINHA-RESUMO
           MOVE ALL "-" TO WS-RES-LINHA
           PERFORM EMITE-LINHA-RESUMO

           PERFORM INICIA-DECLARACOES-ANO
           PERFORM LISTA-DECLARACAO
               UNTIL WS-SEM-MAIS-DECLARACOES

           MOVE ALL "-" TO WS-RES-LINHA
           PERFORM EMITE-LINHA-RESUMO

           MOVE WS-RES-EDUCACAO TO WS-VALOR-EDIT
           MOVE WS-RES-OUTROS   TO WS-VALOR-EDIT2
           MOVE WS-RES-TOTAL    TO WS-VALOR-EDIT3
           MOVE SPACES TO WS-RES-LINHA
           STRING "TOTAL " WS-CONT-RESUMO " DECLARACOES"
                  "                           "
                  WS-VALOR-EDIT " " WS-VALOR-EDIT2 " "
                  WS-VALOR-EDIT3
               DELIMITED BY SIZE INTO WS-RES-LINHA
           END-STRING
           PERFORM EMITE-LINHA-RESUMO

           IF WS-CONT-SEM-NIF > ZERO
               MOVE WS-VALOR-SEM-NIF TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-RES-LINHA
               STRING "FORA DAS DECLARACOES (CLIENTES SEM NIF): "
                      WS-CONT-SEM-NIF " FATURA(S), " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-RES-LINHA
               END-STRING
               PERFORM EMITE-LINHA-RESUMO
           END-IF

           CLOSE RESUMO

           DISPLAY "RESUMO DO ANO EM DECLIRSRES.LIS ("
                   WS-CONT-RESUMO " DECLARACOES).".

       LISTA-DECLARACAO.

           ADD 1 TO WS-CONT-RESUMO
           ADD DIR-EDUCACAO TO WS-RES-EDUCACAO
           ADD DIR-OUTROS   TO WS-RES-OUTROS
           ADD DIR-EDUCACAO TO WS-RES-TOTAL
           ADD DIR-OUTROS   TO WS-RES-TOTAL

           MOVE DIR-EDUCACAO TO WS-VALOR-EDIT
           MOVE DIR-OUTROS   TO WS-VALOR-EDIT2
           COMPUTE WS-VALOR-EDIT3 = DIR-EDUCACAO + DIR-OUTROS
           MOVE SPACES TO WS-RES-LINHA
           STRING DIR-ANO "/" DIR-NUMERO " " DIR-NIF " " DIR-NOME
                  " " WS-VALOR-EDIT " " WS-VALOR-EDIT2 " "
                  WS-VALOR-EDIT3 "  " DIR-EMISSOES
               DELIMITED BY SIZE INTO WS-RES-LINHA
           END-STRING
           PERFORM EMITE-LINHA-RESUMO

           PERFORM LE-DECLARACAO.

       EMITE-LINHA-RESUMO.

           MOVE WS-RES-LINHA TO FD-RESUMO-REG
           WRITE FD-RESUMO-REG.

       ENVIA-AO-SPOOL.

           MOVE SGN-OPERADOR TO SPL-OPERADOR
           MOVE 'N' TO WS-IND-SPOOL
           CALL 'PROGSPOOL' USING SPOOL-PARAMETRES
               ON EXCEPTION
                   SET WS-SPOOL-FALHOU TO TRUE
           END-CALL
           IF NOT WS-SPOOL-FALHOU AND SPL-OK
               DISPLAY SPL-FICHEIRO " CATALOGADO NO SPOOL COMO "
                       "MEMBRO " SPL-MEMBRO "."
           END-IF.

      * Entram os pagamentos e as notas de credito ate ao fim do ano
      * (os anteriores ao ano so servem para o abate das notas) e
      * todas as linhas de fatura, com o valor com IVA.
       SELECIONA-MOVIMENTOS SECTION.
       SELECIONA-INICIO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM LIBERTA-PAGAMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT NOTASCRED
           IF WS-FS-NOTASCRED = "00"
               PERFORM LE-NOTA
               PERFORM LIBERTA-NOTA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE NOTASCRED
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT FATLINHAS
           IF WS-FS-FATLINHAS = "00"
               PERFORM LE-FATLINHA
               PERFORM LIBERTA-FATLINHA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE FATLINHAS
           END-IF.

      * Rotinas da entrada da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de SELECIONA-MOVIMENTOS.
       SELECIONA-MOVIMENTOS-ROTINAS SECTION.
       LE-PAGAMENTO.

           READ PAGAMENTOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-PAGAMENTO.

           IF (PAG-CONFIRMADO OR PAG-ESTORNO)
              AND PAG-FATURA > ZEROS
              AND PAG-DATA NOT > WS-ANO-FIM
               MOVE PAG-FATURA TO SRT-FATURA
               MOVE PAG-VALOR  TO SRT-VALOR
               IF PAG-DATA < WS-ANO-INICIO
                   MOVE 'A' TO SRT-TIPO
               ELSE
                   MOVE 'P' TO SRT-TIPO
               END-IF
               RELEASE SRT-REGISTO
           END-IF

           PERFORM LE-PAGAMENTO.

       LE-NOTA.

           READ NOTASCRED
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-NOTA.

           IF NCR-DATA NOT > WS-ANO-FIM
               MOVE NCR-FATURA TO SRT-FATURA
               MOVE NCR-VALOR  TO SRT-VALOR
               IF NCR-DATA < WS-ANO-INICIO
                   MOVE 'D' TO SRT-TIPO
               ELSE
                   MOVE 'C' TO SRT-TIPO
               END-IF
               RELEASE SRT-REGISTO
           END-IF

           PERFORM LE-NOTA.

       LE-FATLINHA.

           READ FATLINHAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-FATLINHA.

           COMPUTE WS-LINHA-VALOR ROUNDED =
               FLN-QUANTIDADE * FLN-VALOR-UNIT
               * (1 + FLN-IVA-TAXA / 100)
           MOVE FLN-FATURA     TO SRT-FATURA
           MOVE WS-LINHA-VALOR TO SRT-VALOR
           IF FLN-IVA-CODIGO = 'I'
               MOVE 'I' TO SRT-TIPO
           ELSE
               MOVE 'O' TO SRT-TIPO
           END-IF
           RELEASE SRT-REGISTO

           PERFORM LE-FATLINHA.

      * Os movimentos chegam agrupados por fatura; cada fatura com
      * pago ou creditado no ano da uma linha de trabalho com o NIF
      * do cliente e as partes de educacao e de outros servicos.
       APURA-FATURAS SECTION.
       APURA-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           PERFORM DEVOLVE-MOVIMENTO
           PERFORM APURA-FATURA
               UNTIL WS-SEM-MAIS-ORDENADOS.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de APURA-FATURAS.
       APURA-FATURAS-ROTINAS SECTION.
       DEVOLVE-MOVIMENTO.

           RETURN ORDENACAO
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
           END-RETURN.

       APURA-FATURA.

           MOVE SRT-FATURA TO WS-FT-ATUAL
           MOVE ZEROS TO WS-FT-PAGO-ANO
                         WS-FT-PAGO-ANTES
                         WS-FT-NC-ANO
                         WS-FT-NC-ANTES
                         WS-FT-ISENTO
                         WS-FT-OUTROS

           PERFORM ACUMULA-MOVIMENTO
               UNTIL WS-SEM-MAIS-ORDENADOS
                  OR SRT-FATURA NOT = WS-FT-ATUAL

           IF WS-FT-PAGO-ANO NOT = ZEROS
              OR WS-FT-NC-ANO NOT = ZEROS
               PERFORM FECHA-FATURA
           END-IF.

       ACUMULA-MOVIMENTO.

           EVALUATE SRT-TIPO
               WHEN 'P'
                   ADD SRT-VALOR TO WS-FT-PAGO-ANO
               WHEN 'A'
                   ADD SRT-VALOR TO WS-FT-PAGO-ANTES
               WHEN 'C'
                   ADD SRT-VALOR TO WS-FT-NC-ANO
               WHEN 'D'
                   ADD SRT-VALOR TO WS-FT-NC-ANTES
               WHEN 'I'
                   ADD SRT-VALOR TO WS-FT-ISENTO
               WHEN OTHER
                   ADD SRT-VALOR TO WS-FT-OUTROS
           END-EVALUATE

           PERFORM DEVOLVE-MOVIMENTO.

       FECHA-FATURA.

           ADD 1 TO WS-CONT-FATURAS

           MOVE WS-FT-ATUAL TO FAT-NUMERO
           READ FATURAS
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-FATURA
               NOT INVALID KEY
                   PERFORM CALCULA-LIQUIDO
                   IF WS-LIQUIDO NOT = ZEROS
                       PERFORM GRAVA-PARTE-FATURA
                   END-IF
           END-READ.

       CALCULA-LIQUIDO.

      * Abate da nota de credito: o que ficou pago a mais ate ao fim
      * do ano, menos o que ja estava a mais antes do ano.
           COMPUTE WS-EXCESSO = WS-FT-PAGO-ANTES + WS-FT-PAGO-ANO
                              + WS-FT-NC-ANTES + WS-FT-NC-ANO
                              - FAT-VALOR
           IF WS-EXCESSO < ZEROS
               MOVE ZEROS TO WS-EXCESSO
           END-IF
           COMPUTE WS-EXCESSO-ANTES = WS-FT-PAGO-ANTES
                                    + WS-FT-NC-ANTES - FAT-VALOR
           IF WS-EXCESSO-ANTES < ZEROS
               MOVE ZEROS TO WS-EXCESSO-ANTES
           END-IF
           COMPUTE WS-ABATE-NC = WS-EXCESSO - WS-EXCESSO-ANTES
           IF WS-ABATE-NC < ZEROS
               MOVE ZEROS TO WS-ABATE-NC
           END-IF
           IF WS-ABATE-NC > WS-FT-NC-ANO
               MOVE WS-FT-NC-ANO TO WS-ABATE-NC
           END-IF

           COMPUTE WS-LIQUIDO = WS-FT-PAGO-ANO - WS-ABATE-NC.

       GRAVA-PARTE-FATURA.

           COMPUTE WS-FT-LINHAS = WS-FT-ISENTO + WS-FT-OUTROS
           IF WS-FT-LINHAS = ZEROS
               MOVE WS-LIQUIDO TO WS-PARTE-EDUCACAO
           ELSE
               COMPUTE WS-PARTE-EDUCACAO ROUNDED =
                   WS-LIQUIDO * WS-FT-ISENTO / WS-FT-LINHAS
           END-IF
           COMPUTE WS-PARTE-OUTROS = WS-LIQUIDO - WS-PARTE-EDUCACAO

           MOVE FAT-CLIENTE TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI-NIF
                   MOVE SPACES TO CLI-NOME
           END-READ

           IF CLI-NIF = SPACES
               ADD 1 TO WS-CONT-SEM-NIF
               ADD WS-LIQUIDO TO WS-VALOR-SEM-NIF
           ELSE
               MOVE CLI-NIF           TO TRB-NIF
               MOVE FAT-CLIENTE       TO TRB-CLIENTE
               MOVE CLI-NOME          TO TRB-NOME
               MOVE WS-PARTE-EDUCACAO TO TRB-EDUCACAO
               MOVE WS-PARTE-OUTROS   TO TRB-OUTROS
               WRITE FD-TRABALHO-REG
           END-IF.

      * As partes das faturas chegam por NIF; cada NIF (ou so o NIF
      * pedido) com total positivo da uma declaracao.
       EMITE-DECLARACOES SECTION.
       EMITE-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           PERFORM DEVOLVE-PARTE
           PERFORM APURA-NIF
               UNTIL WS-SEM-MAIS-ORDENADOS.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de EMITE-DECLARACOES.
       EMITE-DECLARACOES-ROTINAS SECTION.
       DEVOLVE-PARTE.

           RETURN ORDENA-NIF
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
           END-RETURN.

       APURA-NIF.

           MOVE SNF-NIF     TO WS-NIF-ATUAL
           MOVE SNF-CLIENTE TO WS-NIF-CLIENTE
           MOVE SNF-NOME    TO WS-NIF-NOME
           MOVE ZEROS TO WS-NIF-EDUCACAO
                         WS-NIF-OUTROS

           PERFORM ACUMULA-PARTE
               UNTIL WS-SEM-MAIS-ORDENADOS
                  OR SNF-NIF NOT = WS-NIF-ATUAL

           IF WS-NIF-PEDIDO = SPACES
              OR WS-NIF-PEDIDO = WS-NIF-ATUAL
               IF WS-NIF-EDUCACAO + WS-NIF-OUTROS > ZEROS
                   PERFORM EMITE-DECLARACAO
               ELSE
                   ADD 1 TO WS-CONT-NULAS
               END-IF
           END-IF.

       ACUMULA-PARTE.

           ADD SNF-EDUCACAO TO WS-NIF-EDUCACAO
           ADD SNF-OUTROS   TO WS-NIF-OUTROS

           PERFORM DEVOLVE-PARTE.
