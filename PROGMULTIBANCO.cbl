      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: PAGAMENTOS POR REFERENCIA MULTIBANCO - ATRIBUI A
      *          CADA PARCELA EM ABERTO DE PRESTACOES.DAT UMA
      *          ENTIDADE/REFERENCIA/MONTANTE (MBREF.DAT) E IMPORTA O
      *          FICHEIRO DIARIO DE PAGAMENTOS DA SIBS (SIBS.DAT),
      *          GRAVANDO AS CONFIRMACOES EM PAGAMENTOS.DAT; O QUE
      *          NAO CASA SAI EM MB-EXC.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. As familias so podiam pagar na
      *            secretaria ou por transferencia. Corre em lote,
      *            sem teclado, como o PROGBANCO, em dois passos:
      *            1) REFERENCIAS - cada parcela em aberto (estado
      *               A) sem referencia recebe uma: entidade da
      *               tabela MULTIBANCO (codigo ENTIDADE) de
      *               TABELAS.DAT, numero sequencial de 7 digitos
      *               (o maior + 1) e 2 digitos de controlo (pesos
      *               da SIBS sobre entidade, numero e montante em
      *               centimos, modulo 97), e o valor da parcela. A
      *               referencia ativa de uma parcela que deixou de
      *               estar em aberto (paga na secretaria, anulada,
      *               renegociada) e anulada; a anulada cuja parcela
      *               reabriu volta a ativa.
      *            2) IMPORTACAO - SIBS.DAT (cabecalho com a
      *               identificacao do ficheiro, movimentos e
      *               rodape com contagem e total). Um ficheiro ja
      *               importado (MBIMPORT.DAT) nao volta a entrar.
      *               Cada movimento com entidade nossa, referencia
      *               ativa, montante igual ao da referencia,
      *               parcela ainda em aberto com residual que o
      *               comporta e mes financeiro aberto gera a
      *               confirmacao (estado S, forma M, recibo de
      *               CTL-PROX-RECIBO registado na serie RG), marca
      *               a referencia paga e, liquidado o residual, a
      *               parcela paga. Os restantes saem em MB-EXC.DAT
      *               com o motivo, no mesmo registo de excecao do
      *               BANCO-EXC.DAT, e sao tratados no PROGBANCOEXC.
      *            A sessao toma o lock nomeado PAGAMENTOS
      *            (PROGLOCK), como o PROGBANCO.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMULTIBANCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIBS       ASSIGN TO "SIBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIBS.
           SELECT MBREF      ASSIGN TO "MBREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CHAVE
               ALTERNATE RECORD KEY IS MBR-REFERENCIA
               FILE STATUS IS WS-FS-MBREF.
           SELECT PRESTACOES ASSIGN TO "PRESTACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WS-FS-PRESTACOES.
           SELECT FATURAS    ASSIGN TO "FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT EXCECOES   ASSIGN TO "MB-EXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECOES.
           SELECT IMPORTADOS ASSIGN TO "MBIMPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPORTADOS.
           SELECT CONTROLE   ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT MESFECHO   ASSIGN TO "MESFECHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESFECHO.
       DATA DIVISION.
       FILE SECTION.
      * Ficheiro de pagamentos da SIBS: tipo 0 = cabecalho, 1 =
      * movimento, 9 = rodape; o montante vem sem sinal.
       FD  SIBS.
       01  FD-SIBS-REG.
           03 SIB-TIPO                 PIC X(01).
               88 SIB-CABECALHO               VALUE '0'.
               88 SIB-MOVIMENTO               VALUE '1'.
               88 SIB-RODAPE                  VALUE '9'.
           03 FILLER                   PIC X(79).
       01  FD-SIBS-CABECALHO.
           03 FILLER                   PIC X(01).
           03 SIB-ID-FICHEIRO          PIC X(12).
           03 SIB-CAB-ENTIDADE         PIC 9(05).
           03 FILLER                   PIC X(62).
       01  FD-SIBS-MOVIMENTO.
           03 FILLER                   PIC X(01).
           03 SIB-DATA                 PIC 9(08).
           03 SIB-ENTIDADE             PIC 9(05).
           03 SIB-REFERENCIA           PIC 9(09).
           03 SIB-VALOR                PIC 9(07)V99.
           03 SIB-TRANSACAO            PIC X(12).
           03 FILLER                   PIC X(36).
       01  FD-SIBS-RODAPE.
           03 FILLER                   PIC X(01).
           03 SIB-ROD-QUANTIDADE       PIC 9(06).
           03 SIB-ROD-TOTAL            PIC 9(09)V99.
           03 FILLER                   PIC X(62).

       FD  MBREF.
       COPY "MBRREG.cpy" REPLACING NIVEL-MBR BY 01
                                   CAMPO-MBR-REG BY FD-MBREF-REG.

       FD  PRESTACOES.
       COPY "PRESTREG.cpy" REPLACING NIVEL-PRE BY 01
                                     CAMPO-PRE-REG BY FD-PRESTA-REG.

       FD  FATURAS.
       COPY "FATREG.cpy" REPLACING NIVEL-FAT BY 01
                                   CAMPO-FAT-REG BY FD-FATURA-REG.

       FD  PAGAMENTOS.
       COPY "PAGREG.cpy" REPLACING NIVEL-PAG BY 01
                                   CAMPO-PAG-REG BY FD-PAG-REGISTO.

       FD  EXCECOES.
       01  FD-EXCECAO-REG              PIC X(80).

       FD  IMPORTADOS.
       01  FD-IMPORTADO-REG.
           03 MBI-ID-FICHEIRO          PIC X(12).
           03 MBI-DATA                 PIC 9(08).
           03 MBI-CONFIRMADOS          PIC 9(04).
           03 MBI-EXCECOES             PIC 9(04).

       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  MESFECHO.
       COPY "MFEREG.cpy" REPLACING NIVEL-MFE BY 01
                                   CAMPO-MFE-REG BY FD-MESFECHO-REG.

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".
       COPY "RETCOD.cpy".

       01 WS-FS-SIBS               PIC X(02) VALUE ZEROS.
       01 WS-FS-MBREF              PIC X(02) VALUE ZEROS.
       01 WS-FS-PRESTACOES         PIC X(02) VALUE ZEROS.
       01 WS-FS-FATURAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-EXCECOES           PIC X(02) VALUE ZEROS.
       01 WS-FS-IMPORTADOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-MESFECHO           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-PESQUISA          PIC X VALUE 'N'.
           88 WS-PESQUISA-ESGOTADA        VALUE 'S'.
       01 WS-FIM-REFERENCIAS       PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REFERENCIAS     VALUE 'S'.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-ENTIDADE              PIC 9(05) VALUE ZEROS.
       01 WS-TAB-DESC              PIC X(30) VALUE SPACES.
       01 FILLER REDEFINES WS-TAB-DESC.
           03 WS-TAB-DESC-NUM          PIC X(05).
           03 FILLER                   PIC X(25).

      * Maior numero sequencial ja atribuido (as 7 primeiras
      * posicoes da referencia).
       01 WS-ULTIMA-BASE           PIC 9(07) VALUE ZEROS.
       01 WS-BASE-LIDA             PIC 9(07) VALUE ZEROS.
       01 WS-MONTANTE-MAXIMO       PIC S9(07)V99 VALUE 999999.99.

      * Digitos de controlo da referencia: os 20 digitos de
      * entidade + numero + montante em centimos, cada um pelo seu
      * peso; controlo = 98 - (soma modulo 97).
       01 WS-CALCULO.
           03 WS-CALC-ENTIDADE         PIC 9(05).
           03 WS-CALC-BASE             PIC 9(07).
           03 WS-CALC-MONTANTE         PIC 9(08).
       01 FILLER REDEFINES WS-CALCULO.
           03 WS-CALC-DIGITO           PIC 9(01) OCCURS 20 TIMES.
       01 WS-PESOS-VALORES.
           03 FILLER                   PIC X(20)
                                       VALUE "51731789386245531550".
           03 FILLER                   PIC X(20)
                                       VALUE "05493481762790093003".
       01 FILLER REDEFINES WS-PESOS-VALORES.
           03 WS-PESO                  PIC 9(02) OCCURS 20 TIMES.
       01 WS-DIG-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-SOMA-CONTROLO         PIC 9(06) VALUE ZEROS.
       01 WS-QUOCIENTE             PIC 9(06) VALUE ZEROS.
       01 WS-RESTO                 PIC 9(02) VALUE ZEROS.
       01 WS-CONTROLO              PIC 9(02) VALUE ZEROS.
       01 WS-REFERENCIA-NOVA       PIC 9(09) VALUE ZEROS.
       01 FILLER REDEFINES WS-REFERENCIA-NOVA.
           03 WS-RN-BASE               PIC 9(07).
           03 WS-RN-CONTROLO           PIC 9(02).

       01 WS-CONT-GERADAS          PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ANULADAS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REATIVADAS       PIC 9(05) VALUE ZEROS.

      * Importacao.
       01 WS-ID-FICHEIRO           PIC X(12) VALUE SPACES.
       01 WS-FICHEIRO-JA-LIDO      PIC X VALUE 'N'.
           88 WS-FICHEIRO-IMPORTADO       VALUE 'S'.
       01 WS-REFERENCIA-ACHADA     PIC X VALUE 'N'.
           88 WS-REFERENCIA-EXISTE        VALUE 'S'.
       01 WS-PARCELA-ACHADA        PIC X VALUE 'N'.
           88 WS-PARCELA-ABERTA           VALUE 'S'.
       01 WS-FATURA-NUM            PIC 9(06) VALUE ZEROS.
       01 WS-PARCELA-NUM           PIC 9(02) VALUE ZEROS.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-VALOR.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-RESIDUAL.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.

       01 WS-MES-MOVIMENTO         PIC 9(06) VALUE ZEROS.
       01 WS-ESTADO-MES            PIC X VALUE SPACE.
       01 WS-MESFECHO-FIM          PIC X VALUE 'N'.
           88 WS-MESFECHO-FIM-FICHEIRO    VALUE 'S'.

       01 WS-CONT-MOVIMENTOS       PIC 9(06) VALUE ZEROS.
       01 WS-SOMA-MOVIMENTOS       PIC 9(09)V99 VALUE ZEROS.
       01 WS-CONT-CONFIRMADOS      PIC 9(04) VALUE ZEROS.
       01 WS-CONT-EXCECOES         PIC 9(04) VALUE ZEROS.

      * Carimbo da chave PAG-SEQ, como no PROGPAG.
       01 WS-SEQ-DATA              PIC 9(08) VALUE ZEROS.
       01 WS-SEQ-HORA              PIC 9(08) VALUE ZEROS.
       01 WS-SEQ-NOVA              PIC 9(16) VALUE ZEROS.
       01 WS-SEQ-ULTIMA            PIC 9(16) VALUE ZEROS.

      * Linha de excecao no formato do BANCO-EXC.DAT, para o
      * tratamento no PROGBANCOEXC.
       01 WS-EXC-LINHA.
           03 WS-EXC-DATA              PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXC-REF               PIC X(20).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXC-VALOR             PIC -(07)9.99.
           03 FILLER                   PIC X(09)
                                       VALUE " MOTIVO: ".
           03 WS-EXC-MOTIVO            PIC X(30).

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.

       01 TABCON-PARAMETRES.
           02 TBC-TABELA               PIC X(10).
           02 TBC-CODIGO               PIC X(20).
           02 TBC-DATA                 PIC 9(08).
           02 TBC-DESCRICAO            PIC X(30).
           02 TBC-RESULTADO            PIC X(01).
               88 TBC-ENCONTRADO              VALUE 'S'.
               88 TBC-NAO-ENCONTRADO          VALUE 'N'.
               88 TBC-SEM-FICHEIRO            VALUE 'F'.

       01 WS-IND-LOCK              PIC X VALUE 'N'.
           88 WS-LOCK-FALHOU              VALUE 'S'.

       01 LOCK-PARAMETRES.
           02 LCK-FUNCAO               PIC X(01).
           02 LCK-PEDIDO-NOME          PIC X(12).
           02 LCK-PEDIDO-PROGRAMA      PIC X(16).
           02 LCK-PEDIDO-OPERADOR      PIC X(08).
           02 LCK-DONO-PROGRAMA        PIC X(16).
           02 LCK-DONO-OPERADOR        PIC X(08).
           02 LCK-RESULTADO            PIC X(01).
               88 LCK-OK                      VALUE 'S'.
               88 LCK-OCUPADO                 VALUE 'O'.
               88 LCK-FALHOU                  VALUE 'F'.

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

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*     PAGAMENTOS POR MULTIBANCO           *"
           DISPLAY "*******************************************"

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM CARREGA-ENTIDADE

           IF WS-ENTIDADE = ZEROS
               DISPLAY "SEM ENTIDADE NA TABELA MULTIBANCO - "
                       "REFERENCIAS E IMPORTACAO NAO EFETUADAS."
               SET RC-AVISO TO TRUE
           ELSE
               PERFORM LE-CONTROLE

      * Referencias, parcelas e confirmacoes sao de um escritor de
      * cada vez - o lock PAGAMENTOS recusa a sessao com um
      * PROGPAG, PROGBANCO ou PROGACORDO aberto.
               PERFORM TOMA-LOCK-MESTRE
               IF NOT LCK-OK
                   DISPLAY "PAGAMENTOS.DAT EM USO POR "
                           LCK-DONO-OPERADOR " (" LCK-DONO-PROGRAMA
                           ") - MULTIBANCO ADIADO."
                   SET RC-ERRO TO TRUE
               ELSE
                   PERFORM GERA-REFERENCIAS
                   PERFORM IMPORTA-SIBS
                   PERFORM LIBERTA-LOCK-MESTRE
               END-IF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       CARREGA-ENTIDADE.

           MOVE "MULTIBANCO" TO TBC-TABELA
           MOVE "ENTIDADE" TO TBC-CODIGO
           MOVE ZEROS TO TBC-DATA
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGTABCON' USING TABCON-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-TAB-DESC
               IF WS-TAB-DESC-NUM IS NUMERIC
                   MOVE WS-TAB-DESC-NUM TO WS-ENTIDADE
               END-IF
           END-IF.

      * Sem PROGLOCK disponivel a sessao segue com aviso, como as
      * outras validacoes quando a referencia falta.
       TOMA-LOCK-MESTRE.

           MOVE 'T' TO LCK-FUNCAO
           MOVE "PAGAMENTOS" TO LCK-PEDIDO-NOME
           MOVE "PROGMULTIBANCO" TO LCK-PEDIDO-PROGRAMA
           MOVE "SIBS" TO LCK-PEDIDO-OPERADOR
           SET LCK-OK TO TRUE
           MOVE 'N' TO WS-IND-LOCK

           CALL 'PROGLOCK' USING LOCK-PARAMETRES
               ON EXCEPTION
                   SET WS-LOCK-FALHOU TO TRUE
           END-CALL

           IF WS-LOCK-FALHOU
               DISPLAY "AVISO: PROGLOCK INDISPONIVEL - SESSAO SEM "
                       "LOCK."
               SET LCK-OK TO TRUE
           END-IF.

       LIBERTA-LOCK-MESTRE.

           MOVE 'L' TO LCK-FUNCAO
           MOVE 'N' TO WS-IND-LOCK

           CALL 'PROGLOCK' USING LOCK-PARAMETRES
               ON EXCEPTION
                   SET WS-LOCK-FALHOU TO TRUE
           END-CALL.

       LE-CONTROLE.

           MOVE SPACES TO CTL-REGISTO-GERAL
           MOVE 7.00 TO CTL-NOTA-MINIMA
           MOVE 15   TO CTL-LIMITE-FALTAS
           MOVE "14/04/2026" TO CTL-DATA-LIMITE-INSPECT
           MOVE "09/04/2026" TO CTL-DATA-LIMITE-MOVIE
           MOVE 1    TO CTL-PERIODO-CORRENTE
           MOVE ZEROS TO CTL-PROX-FATURA
           MOVE 1.50 TO CTL-TAXA-JURO-MENSAL
           MOVE ZEROS TO CTL-PROX-RECIBO

           OPEN INPUT CONTROLE
           IF WS-FS-CONTROLE = "00"
               READ CONTROLE
               IF WS-FS-CONTROLE = "00"
                   MOVE FD-CTL-REGISTO TO CTL-REGISTO-GERAL
               END-IF
               CLOSE CONTROLE
           END-IF

           IF CTL-PROX-RECIBO NOT NUMERIC
              OR CTL-PROX-RECIBO = ZEROS
               MOVE 1 TO CTL-PROX-RECIBO
           END-IF.

       GRAVA-CONTROLE.

           OPEN OUTPUT CONTROLE
           MOVE CTL-REGISTO-GERAL TO FD-CTL-REGISTO
           WRITE FD-CTL-REGISTO
           CLOSE CONTROLE.

      ******************************************************************
      * PASSO 1 - REFERENCIAS DAS PARCELAS EM ABERTO
      ******************************************************************
       GERA-REFERENCIAS.

           OPEN INPUT PRESTACOES
           IF WS-FS-PRESTACOES NOT = "00"
               DISPLAY "PRESTACOES.DAT NAO ENCONTRADO - SEM "
                       "PARCELAS A REFERENCIAR."
           ELSE
               OPEN I-O MBREF
               IF WS-FS-MBREF = "35"
                   OPEN OUTPUT MBREF
                   CLOSE MBREF
                   OPEN I-O MBREF
               END-IF
               OPEN INPUT FATURAS

               PERFORM PROCURA-ULTIMA-BASE

               MOVE 'N' TO WS-FIM-FICHEIRO
               PERFORM LE-PARCELA-SEGUINTE
               PERFORM TRATA-PARCELA
                   UNTIL WS-SEM-MAIS-REGISTOS

               CLOSE FATURAS
               CLOSE MBREF
               CLOSE PRESTACOES

               DISPLAY "REFERENCIAS GERADAS   : " WS-CONT-GERADAS
               DISPLAY "REFERENCIAS ANULADAS  : " WS-CONT-ANULADAS
               DISPLAY "REFERENCIAS REATIVADAS: " WS-CONT-REATIVADAS
           END-IF.

       PROCURA-ULTIMA-BASE.

           MOVE ZEROS TO WS-ULTIMA-BASE
           MOVE 'N' TO WS-FIM-REFERENCIAS

           MOVE ZEROS TO MBR-CHAVE
           START MBREF KEY NOT < MBR-CHAVE
               INVALID KEY SET WS-SEM-MAIS-REFERENCIAS TO TRUE
           END-START
           IF NOT WS-SEM-MAIS-REFERENCIAS
               PERFORM LE-REFERENCIA-SEGUINTE
               PERFORM VERIFICA-BASE
                   UNTIL WS-SEM-MAIS-REFERENCIAS
           END-IF.

       LE-REFERENCIA-SEGUINTE.

           READ MBREF NEXT
               AT END SET WS-SEM-MAIS-REFERENCIAS TO TRUE
           END-READ.

       VERIFICA-BASE.

           MOVE MBR-REFERENCIA (1: 7) TO WS-BASE-LIDA
           IF WS-BASE-LIDA > WS-ULTIMA-BASE
               MOVE WS-BASE-LIDA TO WS-ULTIMA-BASE
           END-IF

           PERFORM LE-REFERENCIA-SEGUINTE.

       LE-PARCELA-SEGUINTE.

           READ PRESTACOES NEXT
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * A referencia acompanha o estado da parcela: so a parcela em
      * aberto tem referencia ativa.
       TRATA-PARCELA.

           MOVE PRE-CHAVE TO MBR-CHAVE
           READ MBREF
               INVALID KEY MOVE "23" TO WS-FS-MBREF
           END-READ

           IF WS-FS-MBREF = "00"
               EVALUATE TRUE
                   WHEN MBR-ATIVA AND NOT PRE-ABERTA
                       MOVE 'C' TO MBR-ESTADO
                       REWRITE FD-MBREF-REG
                       ADD 1 TO WS-CONT-ANULADAS
                   WHEN MBR-ANULADA AND PRE-ABERTA
                       MOVE 'A' TO MBR-ESTADO
                       REWRITE FD-MBREF-REG
                       ADD 1 TO WS-CONT-REATIVADAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF PRE-ABERTA
                  AND PRE-VALOR > ZEROS
                  AND PRE-VALOR NOT > WS-MONTANTE-MAXIMO
                   PERFORM CRIA-REFERENCIA
               END-IF
           END-IF

           PERFORM LE-PARCELA-SEGUINTE.

       CRIA-REFERENCIA.

           ADD 1 TO WS-ULTIMA-BASE
           MOVE WS-ENTIDADE TO WS-CALC-ENTIDADE
           MOVE WS-ULTIMA-BASE TO WS-CALC-BASE
           COMPUTE WS-CALC-MONTANTE = PRE-VALOR * 100
           PERFORM CALCULA-CONTROLO
           MOVE WS-ULTIMA-BASE TO WS-RN-BASE
           MOVE WS-CONTROLO TO WS-RN-CONTROLO

           MOVE PRE-CHAVE          TO MBR-CHAVE
           MOVE WS-ENTIDADE        TO MBR-ENTIDADE
           MOVE WS-REFERENCIA-NOVA TO MBR-REFERENCIA
           MOVE ZEROS              TO MBR-CLIENTE
           IF WS-FS-FATURAS = "00"
              OR WS-FS-FATURAS = "23"
               MOVE PRE-FATURA TO FAT-NUMERO
               READ FATURAS
               IF WS-FS-FATURAS = "00"
                   MOVE FAT-CLIENTE TO MBR-CLIENTE
               END-IF
           END-IF
           MOVE PRE-VALOR          TO MBR-VALOR
           MOVE PRE-VENCIMENTO     TO MBR-VENCIMENTO
           MOVE WS-DATA-HOJE       TO MBR-DATA-EMISSAO
           MOVE ZEROS              TO MBR-DATA-PAGAMENTO
           MOVE 'A'                TO MBR-ESTADO
           WRITE FD-MBREF-REG
               INVALID KEY
                   DISPLAY "AVISO: REFERENCIA DA FATURA " PRE-FATURA
                           " PARCELA " PRE-PARCELA " NAO GRAVADA."
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GERADAS
           END-WRITE.

       CALCULA-CONTROLO.

           MOVE ZEROS TO WS-SOMA-CONTROLO
           PERFORM SOMA-DIGITO
               VARYING WS-DIG-IDX FROM 1 BY 1
               UNTIL WS-DIG-IDX > 20

           DIVIDE WS-SOMA-CONTROLO BY 97
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           COMPUTE WS-CONTROLO = 98 - WS-RESTO.

       SOMA-DIGITO.

           COMPUTE WS-SOMA-CONTROLO = WS-SOMA-CONTROLO
               + WS-CALC-DIGITO (WS-DIG-IDX) * WS-PESO (WS-DIG-IDX).

      ******************************************************************
      * PASSO 2 - IMPORTACAO DO FICHEIRO DE PAGAMENTOS DA SIBS
      ******************************************************************
       IMPORTA-SIBS.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT SIBS
           IF WS-FS-SIBS NOT = "00"
               DISPLAY "SIBS.DAT NAO ENCONTRADO - SEM PAGAMENTOS "
                       "MULTIBANCO A IMPORTAR."
           ELSE
               PERFORM LE-SIBS
               IF WS-SEM-MAIS-REGISTOS OR NOT SIB-CABECALHO
                   DISPLAY "SIBS.DAT SEM CABECALHO - FICHEIRO "
                           "RECUSADO."
                   SET RC-ERRO TO TRUE
               ELSE
                   MOVE SIB-ID-FICHEIRO TO WS-ID-FICHEIRO
                   PERFORM VERIFICA-JA-IMPORTADO
                   IF WS-FICHEIRO-IMPORTADO
                       DISPLAY "FICHEIRO " WS-ID-FICHEIRO " JA "
                               "IMPORTADO - NADA FEITO."
                   ELSE
                       PERFORM PROCESSA-SIBS
                   END-IF
               END-IF
               CLOSE SIBS
           END-IF.

       LE-SIBS.

           READ SIBS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-JA-IMPORTADO.

           MOVE 'N' TO WS-FICHEIRO-JA-LIDO
           MOVE 'N' TO WS-FIM-PESQUISA

           OPEN INPUT IMPORTADOS
           IF WS-FS-IMPORTADOS = "00"
               PERFORM LE-IMPORTADO
               PERFORM VERIFICA-IMPORTADO
                   UNTIL WS-PESQUISA-ESGOTADA
                      OR WS-FICHEIRO-IMPORTADO
               CLOSE IMPORTADOS
           END-IF.

       LE-IMPORTADO.

           READ IMPORTADOS
               AT END SET WS-PESQUISA-ESGOTADA TO TRUE
           END-READ.

       VERIFICA-IMPORTADO.

           IF MBI-ID-FICHEIRO = WS-ID-FICHEIRO
               SET WS-FICHEIRO-IMPORTADO TO TRUE
           ELSE
               PERFORM LE-IMPORTADO
           END-IF.

       PROCESSA-SIBS.

           OPEN EXTEND EXCECOES
           IF WS-FS-EXCECOES = "35"
               OPEN OUTPUT EXCECOES
               CLOSE EXCECOES
               OPEN EXTEND EXCECOES
           END-IF
           OPEN I-O MBREF
           OPEN I-O PRESTACOES

           PERFORM LE-SIBS
           PERFORM TRATA-REGISTO-SIBS
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE PRESTACOES
           CLOSE MBREF
           CLOSE EXCECOES

           IF WS-CONT-CONFIRMADOS > ZERO
               PERFORM GRAVA-CONTROLE
           END-IF
           PERFORM REGISTA-IMPORTACAO

           IF WS-CONT-EXCECOES > ZERO
               SET RC-AVISO TO TRUE
           END-IF

           DISPLAY " "
           DISPLAY "FICHEIRO SIBS         : " WS-ID-FICHEIRO
           DISPLAY "MOVIMENTOS LIDOS      : " WS-CONT-MOVIMENTOS
           DISPLAY "CONFIRMACOES GRAVADAS : " WS-CONT-CONFIRMADOS
           DISPLAY "EXCECOES (MB-EXC.DAT) : " WS-CONT-EXCECOES.

      * O rodape confere a contagem e o total dos movimentos; um
      * ficheiro truncado fica registado como aviso.
       TRATA-REGISTO-SIBS.

           EVALUATE TRUE
               WHEN SIB-MOVIMENTO
                   ADD 1 TO WS-CONT-MOVIMENTOS
                   IF SIB-VALOR IS NUMERIC
                       ADD SIB-VALOR TO WS-SOMA-MOVIMENTOS
                   END-IF
                   PERFORM TRATA-MOVIMENTO
               WHEN SIB-RODAPE
                   IF SIB-ROD-QUANTIDADE NOT = WS-CONT-MOVIMENTOS
                      OR SIB-ROD-TOTAL NOT = WS-SOMA-MOVIMENTOS
                       DISPLAY "AVISO: RODAPE DE SIBS.DAT NAO CONFERE "
                               "COM OS MOVIMENTOS LIDOS."
                       SET RC-AVISO TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM LE-SIBS.

       TRATA-MOVIMENTO.

           MOVE SPACES TO WS-MOTIVO
           MOVE 'N' TO WS-REFERENCIA-ACHADA
           MOVE 'N' TO WS-PARCELA-ACHADA

           IF SIB-DATA IS NUMERIC AND SIB-REFERENCIA IS NUMERIC
              AND SIB-VALOR IS NUMERIC
               MOVE SIB-VALOR TO WS-VALOR
               PERFORM VERIFICA-MES-FECHADO
               PERFORM PROCURA-REFERENCIA
               IF WS-REFERENCIA-EXISTE AND MBR-ATIVA
                   PERFORM PROCURA-PARCELA
               END-IF
               IF WS-PARCELA-ABERTA
                   PERFORM CALCULA-RESIDUAL
               END-IF

               EVALUATE TRUE
                   WHEN SIB-ENTIDADE NOT = WS-ENTIDADE
                       MOVE "ENTIDADE DE OUTRO CREDOR" TO WS-MOTIVO
                   WHEN NOT WS-REFERENCIA-EXISTE
                       MOVE "REFERENCIA DESCONHECIDA" TO WS-MOTIVO
                   WHEN MBR-PAGA
                       MOVE "REFERENCIA JA PAGA" TO WS-MOTIVO
                   WHEN MBR-ANULADA
                       MOVE "REFERENCIA ANULADA" TO WS-MOTIVO
                   WHEN WS-VALOR NOT = MBR-VALOR
                       MOVE "VALOR DIFERENTE DA REFERENCIA"
                            TO WS-MOTIVO
                   WHEN NOT WS-PARCELA-ABERTA
                       MOVE "PARCELA NAO ESTA EM ABERTO"
                            TO WS-MOTIVO
                   WHEN WS-VALOR > WS-RESIDUAL
                       MOVE "VALOR ACIMA DO EM DIVIDA" TO WS-MOTIVO
                   WHEN WS-ESTADO-MES = 'F'
                       MOVE "MES FINANCEIRO FECHADO" TO WS-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               MOVE ZEROS TO WS-VALOR
               MOVE "MOVIMENTO COM CAMPOS INVALIDOS" TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM GRAVA-CONFIRMACAO
           ELSE
               PERFORM GRAVA-EXCECAO
           END-IF.

      * A referencia chega pela chave alternativa MBR-REFERENCIA.
       PROCURA-REFERENCIA.

           MOVE SIB-REFERENCIA TO MBR-REFERENCIA
           READ MBREF KEY IS MBR-REFERENCIA
               INVALID KEY MOVE "23" TO WS-FS-MBREF
           END-READ

           IF WS-FS-MBREF = "00"
               SET WS-REFERENCIA-EXISTE TO TRUE
               MOVE MBR-FATURA TO WS-FATURA-NUM
               MOVE MBR-PARCELA TO WS-PARCELA-NUM
           END-IF.

       PROCURA-PARCELA.

           MOVE MBR-CHAVE TO PRE-CHAVE
           READ PRESTACOES
               INVALID KEY MOVE "23" TO WS-FS-PRESTACOES
           END-READ

           IF WS-FS-PRESTACOES = "00" AND PRE-ABERTA
               SET WS-PARCELA-ABERTA TO TRUE
           END-IF.

      * O estado do mes do movimento e o do ultimo registo desse
      * mes em MESFECHO.DAT ('F' fechado recusa a confirmacao).
       VERIFICA-MES-FECHADO.

           MOVE SIB-DATA (1: 6) TO WS-MES-MOVIMENTO
           MOVE SPACE TO WS-ESTADO-MES
           MOVE 'N' TO WS-MESFECHO-FIM

           OPEN INPUT MESFECHO
           IF WS-FS-MESFECHO = "00"
               PERFORM LE-MESFECHO
               PERFORM VERIFICA-MESFECHO
                   UNTIL WS-MESFECHO-FIM-FICHEIRO
               CLOSE MESFECHO
           END-IF.

       LE-MESFECHO.

           READ MESFECHO
               AT END SET WS-MESFECHO-FIM-FICHEIRO TO TRUE
           END-READ.

       VERIFICA-MESFECHO.

           IF MFE-MES = WS-MES-MOVIMENTO
               MOVE MFE-ESTADO TO WS-ESTADO-MES
           END-IF

           PERFORM LE-MESFECHO.

      * Residual da parcela: o valor menos as confirmacoes (S) e os
      * estornos (E, valor simetrico) dessa fatura/parcela.
       CALCULA-RESIDUAL.

           MOVE PRE-VALOR TO WS-RESIDUAL

           MOVE 'N' TO WS-FIM-PESQUISA
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM ABATE-PAGAMENTO
                   UNTIL WS-PESQUISA-ESGOTADA
               CLOSE PAGAMENTOS
           END-IF.

       LE-PAGAMENTO.

           READ PAGAMENTOS
               AT END SET WS-PESQUISA-ESGOTADA TO TRUE
           END-READ.

       ABATE-PAGAMENTO.

           IF PAG-FATURA = WS-FATURA-NUM
              AND PAG-PARCELA = WS-PARCELA-NUM
              AND (PAG-ESTADO = 'S' OR PAG-ESTADO = 'E')
               SUBTRACT PAG-VALOR FROM WS-RESIDUAL
           END-IF

           PERFORM LE-PAGAMENTO.

      * A chave PAG-SEQ e o carimbo data + hora aos centesimos; se
      * duas gravacoes cairem no mesmo centesimo, avanca 1.
       ATRIBUI-SEQ.

           ACCEPT WS-SEQ-DATA FROM DATE YYYYMMDD
           ACCEPT WS-SEQ-HORA FROM TIME

           COMPUTE WS-SEQ-NOVA =
               WS-SEQ-DATA * 100000000 + WS-SEQ-HORA
           IF WS-SEQ-NOVA <= WS-SEQ-ULTIMA
               COMPUTE WS-SEQ-NOVA = WS-SEQ-ULTIMA + 1
           END-IF
           MOVE WS-SEQ-NOVA TO WS-SEQ-ULTIMA
           MOVE WS-SEQ-NOVA TO PAG-SEQ.

      * Confirmacao com forma M, referencia paga e, liquidado o
      * residual, a parcela paga no plano.
       GRAVA-CONFIRMACAO.

           OPEN EXTEND PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN EXTEND PAGAMENTOS
           END-IF

           PERFORM ATRIBUI-SEQ
           MOVE WS-FATURA-NUM     TO PAG-FATURA
           MOVE WS-PARCELA-NUM    TO PAG-PARCELA
           MOVE MBR-CLIENTE       TO PAG-CLIENTE
           MOVE WS-VALOR          TO PAG-VALOR
           MOVE 'S'               TO PAG-ESTADO
           MOVE CTL-PROX-RECIBO   TO PAG-RECIBO
           ADD 1 TO CTL-PROX-RECIBO
           MOVE "SIBS"            TO PAG-OPERADOR
           MOVE SIB-DATA          TO PAG-DATA
           MOVE 'M'               TO PAG-FORMA
           MOVE SPACE             TO PAG-COMPENSACAO
           WRITE FD-PAG-REGISTO

           CLOSE PAGAMENTOS

           MOVE 'P'      TO MBR-ESTADO
           MOVE SIB-DATA TO MBR-DATA-PAGAMENTO
           REWRITE FD-MBREF-REG

           IF WS-VALOR = WS-RESIDUAL
               MOVE 'P' TO PRE-ESTADO
               REWRITE FD-PRESTA-REG
           END-IF

           MOVE 'RG'       TO RD-TIPO
           MOVE PAG-RECIBO TO RD-NUMERO
           MOVE PAG-DATA   TO RD-DATA
           MOVE PAG-VALOR  TO RD-VALOR
           PERFORM REGISTA-DOCUMENTO-FISCAL

           ADD 1 TO WS-CONT-CONFIRMADOS
           DISPLAY "CONFIRMADA A FATURA " WS-FATURA-NUM
                   " PARCELA " WS-PARCELA-NUM
                   " (REFERENCIA " SIB-REFERENCIA ")".

       GRAVA-EXCECAO.

           MOVE SIB-DATA  TO WS-EXC-DATA
           MOVE SPACES    TO WS-EXC-REF
           STRING "MB " SIB-ENTIDADE " " SIB-REFERENCIA
               DELIMITED BY SIZE INTO WS-EXC-REF
           END-STRING
           MOVE WS-VALOR  TO WS-EXC-VALOR
           MOVE WS-MOTIVO TO WS-EXC-MOTIVO

           MOVE WS-EXC-LINHA TO FD-EXCECAO-REG
           WRITE FD-EXCECAO-REG

           ADD 1 TO WS-CONT-EXCECOES
           DISPLAY "EXCECAO: " WS-EXC-REF " - " WS-MOTIVO.

       REGISTA-IMPORTACAO.

           OPEN EXTEND IMPORTADOS
           IF WS-FS-IMPORTADOS = "35"
               OPEN OUTPUT IMPORTADOS
               CLOSE IMPORTADOS
               OPEN EXTEND IMPORTADOS
           END-IF

           MOVE WS-ID-FICHEIRO      TO MBI-ID-FICHEIRO
           MOVE WS-DATA-HOJE        TO MBI-DATA
           MOVE WS-CONT-CONFIRMADOS TO MBI-CONFIRMADOS
           MOVE WS-CONT-EXCECOES    TO MBI-EXCECOES
           WRITE FD-IMPORTADO-REG

           CLOSE IMPORTADOS.

      * Regista o documento na sua serie; se falhar o documento fica
      * emitido e o PROGSERIE acusa o numero sem registo.
       REGISTA-DOCUMENTO-FISCAL.

           MOVE 'E' TO RD-FUNCAO
           MOVE 'N' TO WS-IND-REGDOC

           CALL 'PROGREGDOC' USING REGDOC-PARAMETRES
               ON EXCEPTION
                   SET WS-REGDOC-FALHOU TO TRUE
           END-CALL

           IF WS-REGDOC-FALHOU OR NOT RD-OK
               DISPLAY "AVISO: " RD-TIPO " " RD-NUMERO
                       " NAO REGISTADO NA SERIE."
           ELSE
               DISPLAY "  SERIE " RD-SERIE " N. " RD-SEQ
                       " ATCUD " RD-ATCUD
           END-IF.
       END PROGRAM PROGMULTIBANCO.
