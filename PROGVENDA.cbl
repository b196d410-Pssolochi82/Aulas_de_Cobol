      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: VENDA AO BALCAO DE ARTIGOS DA ESCOLA (FARDAS, LIVROS
      *          DE FICHAS, MATERIAL) - FATURA COM UMA LINHA POR
      *          ARTIGO, PAGAMENTO NA HORA E ABATE AO STOCK.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. Cada venda e de um cliente do mestre
      *            CLIENTES.DAT (ativo) e leva ate 10 linhas; o
      *            preco, o IVA e a descricao vem do mestre de
      *            artigos (ARTIGOS.DAT, PROGARTIGO) e a quantidade
      *            nao pode passar o stock. Confirmada a venda:
      *            fatura nova da serie CTL-PROX-FATURA (como a
      *            fatura da taxa de cheque do PROGPAG) com uma linha
      *            em FATLINHAS.DAT por artigo e registo FT na serie
      *            (PROGREGDOC); a confirmacao de pagamento e gravada
      *            em PAGAMENTOS.DAT no formato do PROGPAG (estado S,
      *            PAG-FORMA D/T/C, recibo de CTL-PROX-RECIBO,
      *            registo RG e recibo em RECIBOS.LIS), pelo que o
      *            fecho de caixa, o resumo do dia e a reimpressao de
      *            recibos a apanham sem mais nada; o stock e abatido
      *            em ARTIGOS.DAT (por ARTIGOS.TMP) e cada linha fica
      *            em MOVSTOCK.DAT (tipo V) para o resumo mensal. A
      *            sessao toma o lock PAGAMENTOS, como o PROGPAG, e
      *            nao vende num mes fechado (MESFECHO.DAT).
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGVENDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAMENTOS   ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT CLIENTES     ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT FATURAS      ASSIGN TO "FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT CONTROLE     ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT RECIBOS      ASSIGN TO "RECIBOS.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBOS.
           SELECT MESFECHO     ASSIGN TO "MESFECHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESFECHO.
           SELECT FATLINHAS    ASSIGN TO "FATLINHAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATLINHAS.
           SELECT ARTIGOS      ASSIGN TO "ARTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARTIGOS.
           SELECT TRABALHO-ART ASSIGN TO "ARTIGOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT MOVSTOCK     ASSIGN TO "MOVSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVSTOCK.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTOS.
       COPY "PAGREG.cpy" REPLACING NIVEL-PAG BY 01
                                   CAMPO-PAG-REG BY FD-PAG-REGISTO.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  FATURAS.
       COPY "FATREG.cpy" REPLACING NIVEL-FAT BY 01
                                   CAMPO-FAT-REG BY FD-FATURA-REG.

       FD  CONTROLE.
       01  FD-CTL-REGISTO                  PIC X(80).

       FD  RECIBOS.
       01  FD-RECIBO-LINHA                 PIC X(80).

       FD  MESFECHO.
       COPY "MFEREG.cpy" REPLACING NIVEL-MFE BY 01
                                   CAMPO-MFE-REG BY FD-MESFECHO-REG.

       FD  FATLINHAS.
       COPY "FATLREG.cpy" REPLACING NIVEL-FLN BY 01
                                    CAMPO-FLN-REG BY FD-FATLINHA-REG.

       FD  ARTIGOS.
       COPY "ARTREG.cpy" REPLACING NIVEL-ART BY 01
                                   CAMPO-ART-REG BY FD-ARTIGO-REG.

       FD  TRABALHO-ART.
       01  FD-TRABALHO-ART-REG             PIC X(59).

       FD  MOVSTOCK.
       COPY "MSTREG.cpy" REPLACING NIVEL-MST BY 01
                                   CAMPO-MST-REG BY FD-MOVSTOCK-REG.

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".
       77 WS-FS-CONTROLE                   PIC X(02) VALUE ZEROS.
       77 WS-FS-PAGAMENTOS                 PIC X(02) VALUE ZEROS.
       77 WS-FS-CLIENTES                   PIC X(02) VALUE ZEROS.
       77 WS-FS-FATURAS                    PIC X(02) VALUE ZEROS.
       77 WS-FS-RECIBOS                    PIC X(02) VALUE ZEROS.
       77 WS-FS-MESFECHO                   PIC X(02) VALUE ZEROS.
       77 WS-FS-FATLINHAS                  PIC X(02) VALUE ZEROS.
       77 WS-FS-ARTIGOS                    PIC X(02) VALUE ZEROS.
       77 WS-FS-TRABALHO                   PIC X(02) VALUE ZEROS.
       77 WS-FS-MOVSTOCK                   PIC X(02) VALUE ZEROS.
      * Carimbo da chave PAG-SEQ, como no PROGPAG.
       77 WS-SEQ-DATA                      PIC 9(08) VALUE ZEROS.
       77 WS-SEQ-HORA                      PIC 9(08) VALUE ZEROS.
       77 WS-SEQ-NOVA                      PIC 9(16) VALUE ZEROS.
       77 WS-SEQ-ULTIMA                    PIC 9(16) VALUE ZEROS.

       01 WS-OPCAO                         PIC X VALUE 'S'.
       01 WS-CONFIRMA                      PIC X VALUE 'N'.
       01 WS-OPERADOR                      PIC X(08) VALUE SPACES.
       01 WS-VENDAS-ABERTAS                PIC X VALUE 'S'.
           88 WS-SEM-VENDAS                       VALUE 'N'.

       01 WS-CLIENTE-NUM                   PIC 9(06) VALUE ZEROS.
       01 WS-CLIENTE-OK                    PIC X VALUE 'N'.
           88 WS-CLIENTE-EXISTE                   VALUE 'S'.
       01 WS-FATURA-NUM                    PIC 9(06) VALUE ZEROS.
       01 WS-FATURA-DATA                   PIC 9(08) VALUE ZEROS.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-FATURA-VALOR.

      * Linhas da venda: o artigo, a quantidade e o preco e IVA do
      * mestre no momento da venda (I=0%, R=6%, N=23%, como no
      * PROGFATURA), com o total da linha IVA incluido.
       01 WS-LIN-MAX                       PIC 9(02) VALUE 10.
       01 WS-LIN-CONT                      PIC 9(02) VALUE ZEROS.
       01 WS-LIN-IDX                       PIC 9(02) VALUE ZEROS.
       01 WS-LIN-TAB OCCURS 10 TIMES.
           03 WS-LN-ARTIGO                 PIC X(06).
           03 WS-LN-DESCRICAO              PIC X(30).
           03 WS-LN-QUANTIDADE             PIC 9(03).
           03 WS-LN-VALOR-UNIT             PIC S9(07)V99.
           03 WS-LN-IVA-CODIGO             PIC X(01).
           03 WS-LN-IVA-TAXA               PIC 9(02)V99.
           03 WS-LN-TOTAL                  PIC S9(07)V99.
       01 WS-FIM-LINHAS                    PIC X VALUE 'N'.
           88 WS-LINHAS-TERMINADAS                VALUE 'S'.
       01 WS-IVA-CODIGO                    PIC X(01) VALUE SPACE.
       01 WS-IVA-TAXA                      PIC 9(02)V99 VALUE ZEROS.
       01 WS-LINHA-BASE                    PIC S9(09)V99 VALUE ZEROS.

       01 WS-CODIGO                        PIC X(06) VALUE SPACES.
       01 WS-QUANTIDADE                    PIC 9(03) VALUE ZEROS.
       01 WS-JA-NA-VENDA                   PIC 9(05) VALUE ZEROS.
       01 WS-DISPONIVEL                    PIC S9(05) VALUE ZEROS.
       01 WS-ABATER                        PIC 9(05) VALUE ZEROS.
       01 WS-FIM-FICHEIRO                  PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS                VALUE 'S'.
       01 WS-ARTIGO-ACHADO                 PIC X VALUE 'N'.
           88 WS-ARTIGO-EXISTE                    VALUE 'S'.
       01 WS-CONT-SEM-STOCK                PIC 9(03) VALUE ZEROS.

       01 WS-CONT-VENDAS                   PIC 9(04) VALUE ZEROS.
       01 WS-CONT-RECIBOS                  PIC 9(04) VALUE ZEROS.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-TOTAL-SESSAO.
       01 WS-RECIBO-ATRIBUIDO              PIC 9(06) VALUE ZEROS.
       01 WS-FORMA                         PIC X(01) VALUE 'D'.
       01 WS-COMPENSACAO                   PIC X(01) VALUE SPACE.
       01 WS-RECIBO-LINHA                  PIC X(80) VALUE SPACES.
       01 WS-VALOR-EDIT                    PIC -(07)9.99.
       01 WS-QTD-EDIT                      PIC ZZZZ9.

       01 WS-MES-LANCAMENTO                PIC 9(06) VALUE ZEROS.
       01 WS-ESTADO-MES                    PIC X VALUE SPACE.
       01 WS-MESFECHO-FIM                  PIC X VALUE 'N'.
           88 WS-MESFECHO-FIM-FICHEIRO            VALUE 'S'.

      * Bloqueio de cheques depois de uma devolucao (tabela
      * CHEQUEDEV de TABELAS.DAT, DIAS-BLOQUEIO, por omissao 180).
       01 WS-PAGAMENTOS-FIM                PIC X VALUE 'N'.
           88 WS-SEM-MAIS-PAGAMENTOS              VALUE 'S'.
       01 WS-DIAS-BLOQUEIO                 PIC 9(04) VALUE 180.
       01 WS-TAB-DESC                      PIC X(30) VALUE SPACES.
       01 FILLER REDEFINES WS-TAB-DESC.
           03 WS-TAB-DESC-DIAS                 PIC X(04).
           03 FILLER                           PIC X(26).
       01 WS-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
       01 WS-ULT-DEVOLUCAO                 PIC 9(08) VALUE ZEROS.
       01 WS-BLOQUEIO                      PIC X VALUE 'N'.
           88 WS-CHEQUES-BLOQUEADOS               VALUE 'S'.
       01 WS-CTL-RECIBO                    PIC 9(06) VALUE ZEROS.
       01 WS-IND-CHAMADA                   PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU                   VALUE 'S'.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-LOCK              PIC X VALUE 'N'.
           88 WS-LOCK-FALHOU              VALUE 'S'.
       01 WS-IND-REGDOC            PIC X VALUE 'N'.
           88 WS-REGDOC-FALHOU            VALUE 'S'.

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

       01 DATAS-PARAMETRES.
           02 DT-FUNCAO                PIC X(01).
           02 DT-DATA1                 PIC 9(08).
           02 DT-DATA2                 PIC 9(08).
           02 DT-DIAS                  PIC S9(05).
           02 DT-DIA-SEMANA            PIC 9(01).
           02 DT-RESULTADO             PIC X(01).
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

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
           DISPLAY "*        VENDAS AO BALCAO                 *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF WS-SIGNON-FALHOU OR SGN-FALHOU
               DISPLAY "SESSAO NAO INICIADA - OPERADOR NAO "
                       "IDENTIFICADO."
               GOBACK
           END-IF

           MOVE SGN-OPERADOR TO WS-OPERADOR
           PERFORM CONSULTA-AMBIENTE
           PERFORM LE-CONTROLE
           PERFORM CARREGA-PARAMETROS-CHEQUE

      * A venda grava confirmacoes de pagamento e avanca a serie de
      * recibos - partilha o lock PAGAMENTOS com o PROGPAG.
           PERFORM TOMA-LOCK-MESTRE
           IF NOT LCK-OK
               DISPLAY "PAGAMENTOS.DAT EM USO POR "
                       LCK-DONO-OPERADOR " (" LCK-DONO-PROGRAMA
                       ") - TENTE MAIS TARDE."
               GOBACK
           END-IF

           ACCEPT WS-FATURA-DATA FROM DATE YYYYMMDD
           PERFORM VERIFICA-MES-FECHADO
           IF WS-ESTADO-MES = 'F'
               DISPLAY "O MES " WS-MES-LANCAMENTO " ESTA FECHADO "
                       "(PROGFECHOMES) - VENDAS RECUSADAS."
               SET WS-SEM-VENDAS TO TRUE
           END-IF

           PERFORM REGISTA-VENDA
               UNTIL WS-SEM-VENDAS

           PERFORM LIBERTA-LOCK-MESTRE

           IF WS-CONT-RECIBOS > ZERO
               PERFORM GRAVA-CONTROLE
           END-IF

           MOVE WS-TOTAL-SESSAO TO WS-VALOR-EDIT
           DISPLAY "VENDAS NESTA SESSAO: " WS-CONT-VENDAS
                   " - TOTAL " WS-VALOR-EDIT
           GOBACK.

       CONSULTA-AMBIENTE.

           MOVE 'C' TO AMB-FUNCAO
           CALL 'PROGAMBIENTE' USING AMBIENTE-PARAMETRES
               ON EXCEPTION
                   SET AMB-REAL TO TRUE
           END-CALL

           IF AMB-FORMACAO
               DISPLAY "*  " AMB-MARCA
           END-IF.

      * Sem PROGLOCK disponivel a sessao segue com aviso, como no
      * PROGPAG.
       TOMA-LOCK-MESTRE.

           MOVE 'T' TO LCK-FUNCAO
           MOVE "PAGAMENTOS" TO LCK-PEDIDO-NOME
           MOVE "PROGVENDA" TO LCK-PEDIDO-PROGRAMA
           MOVE WS-OPERADOR TO LCK-PEDIDO-OPERADOR
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

      * CONTROLE.DAT e relido antes de regravado: desta sessao so
      * vale o contador de recibos (a serie de faturas foi regravada
      * a cada venda).
       GRAVA-CONTROLE.

           PERFORM RELE-CONTROLE

           OPEN OUTPUT CONTROLE
           MOVE CTL-REGISTO-GERAL TO FD-CTL-REGISTO
           WRITE FD-CTL-REGISTO
           CLOSE CONTROLE.

       RELE-CONTROLE.

           MOVE CTL-PROX-RECIBO TO WS-CTL-RECIBO
           PERFORM LE-CONTROLE
           MOVE WS-CTL-RECIBO   TO CTL-PROX-RECIBO.

       CARREGA-PARAMETROS-CHEQUE.

           MOVE "CHEQUEDEV" TO TBC-TABELA
           MOVE "DIAS-BLOQUEIO" TO TBC-CODIGO
           MOVE ZEROS TO TBC-DATA
           SET TBC-NAO-ENCONTRADO TO TRUE
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGTABCON' USING TABCON-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-TAB-DESC
               IF WS-TAB-DESC-DIAS IS NUMERIC
                   MOVE WS-TAB-DESC-DIAS TO WS-DIAS-BLOQUEIO
               END-IF
           END-IF.

      ******************************************************************
      * UMA VENDA
      ******************************************************************
       REGISTA-VENDA.

           DISPLAY " "
           DISPLAY "NOVA VENDA (S/N)? "
           MOVE SPACE TO WS-OPCAO
           ACCEPT WS-OPCAO

           IF WS-OPCAO NOT = 'S' AND WS-OPCAO NOT = 's'
               SET WS-SEM-VENDAS TO TRUE
           ELSE
               PERFORM PROCESSA-VENDA
           END-IF.

       PROCESSA-VENDA.

           DISPLAY "NUMERO DO CLIENTE: "
           ACCEPT WS-CLIENTE-NUM
           PERFORM VALIDA-CLIENTE

           IF NOT WS-CLIENTE-EXISTE
               DISPLAY "CLIENTE " WS-CLIENTE-NUM " INEXISTENTE OU "
                       "ELIMINADO - VENDA CANCELADA."
           ELSE
               DISPLAY "CLIENTE: " CLI-NOME
               MOVE ZEROS TO WS-LIN-CONT WS-FATURA-VALOR
               MOVE 'N' TO WS-FIM-LINHAS
               PERFORM CAPTURA-LINHA
                   UNTIL WS-LINHAS-TERMINADAS
                      OR WS-LIN-CONT = WS-LIN-MAX

               IF WS-LIN-CONT = ZERO
                   DISPLAY "VENDA SEM ARTIGOS - CANCELADA."
               ELSE
                   MOVE WS-FATURA-VALOR TO WS-VALOR-EDIT
                   DISPLAY "TOTAL A PAGAR (IVA INCLUIDO): "
                           WS-VALOR-EDIT
                   DISPLAY "CONFIRMA A VENDA (S/N)? "
                   MOVE 'N' TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM PEDE-FORMA
                       PERFORM EFETIVA-VENDA
                   ELSE
                       DISPLAY "VENDA CANCELADA - NADA GRAVADO."
                   END-IF
               END-IF
           END-IF.

      * Uma linha por artigo; ENTER no codigo termina a venda. A
      * quantidade nao pode passar o stock menos o que a propria
      * venda ja leva do mesmo artigo.
       CAPTURA-LINHA.

           MOVE SPACES TO WS-CODIGO
           DISPLAY "ARTIGO (ENTER = FIM DA VENDA): "
           ACCEPT WS-CODIGO

           IF WS-CODIGO = SPACES
               SET WS-LINHAS-TERMINADAS TO TRUE
           ELSE
               PERFORM PROCURA-ARTIGO
               EVALUATE TRUE
                   WHEN NOT WS-ARTIGO-EXISTE
                       DISPLAY "ARTIGO " WS-CODIGO " NAO EXISTE."
                   WHEN NOT ART-ATIVO
                       DISPLAY "ARTIGO " WS-CODIGO " INATIVO - NAO "
                               "SE VENDE."
                   WHEN OTHER
                       PERFORM PEDE-QUANTIDADE
               END-EVALUATE
           END-IF.

       PEDE-QUANTIDADE.

           MOVE ZEROS TO WS-JA-NA-VENDA
           PERFORM SOMA-JA-NA-VENDA
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-CONT
           COMPUTE WS-DISPONIVEL = ART-STOCK - WS-JA-NA-VENDA

           MOVE ART-PRECO TO WS-VALOR-EDIT
           MOVE WS-DISPONIVEL TO WS-QTD-EDIT
           DISPLAY ART-DESCRICAO " PRECO " WS-VALOR-EDIT
                   " IVA " ART-IVA-CODIGO " DISPONIVEL " WS-QTD-EDIT

           MOVE ZEROS TO WS-QUANTIDADE
           DISPLAY "QUANTIDADE: "
           ACCEPT WS-QUANTIDADE

           EVALUATE TRUE
               WHEN WS-QUANTIDADE = ZEROS
                   DISPLAY "QUANTIDADE INVALIDA - LINHA IGNORADA."
               WHEN WS-QUANTIDADE > WS-DISPONIVEL
                   DISPLAY "STOCK INSUFICIENTE - LINHA IGNORADA."
               WHEN OTHER
                   PERFORM ACRESCENTA-LINHA
           END-EVALUATE.

       SOMA-JA-NA-VENDA.

           IF WS-LN-ARTIGO (WS-LIN-IDX) = WS-CODIGO
               ADD WS-LN-QUANTIDADE (WS-LIN-IDX) TO WS-JA-NA-VENDA
           END-IF.

       ACRESCENTA-LINHA.

           ADD 1 TO WS-LIN-CONT
           MOVE WS-CODIGO      TO WS-LN-ARTIGO (WS-LIN-CONT)
           MOVE ART-DESCRICAO  TO WS-LN-DESCRICAO (WS-LIN-CONT)
           MOVE WS-QUANTIDADE  TO WS-LN-QUANTIDADE (WS-LIN-CONT)
           MOVE ART-PRECO      TO WS-LN-VALOR-UNIT (WS-LIN-CONT)
           MOVE ART-IVA-CODIGO TO WS-IVA-CODIGO
           PERFORM DETERMINA-TAXA-IVA
           MOVE WS-IVA-CODIGO  TO WS-LN-IVA-CODIGO (WS-LIN-CONT)
           MOVE WS-IVA-TAXA    TO WS-LN-IVA-TAXA (WS-LIN-CONT)

           COMPUTE WS-LINHA-BASE =
               WS-LN-QUANTIDADE (WS-LIN-CONT)
               * WS-LN-VALOR-UNIT (WS-LIN-CONT)
           COMPUTE WS-LN-TOTAL (WS-LIN-CONT) ROUNDED =
               WS-LINHA-BASE * (1 + WS-IVA-TAXA / 100)
           ADD WS-LN-TOTAL (WS-LIN-CONT) TO WS-FATURA-VALOR

           MOVE WS-LN-TOTAL (WS-LIN-CONT) TO WS-VALOR-EDIT
           DISPLAY "  LINHA " WS-LIN-CONT ": " WS-QUANTIDADE " X "
                   WS-CODIGO " = " WS-VALOR-EDIT

           IF WS-LIN-CONT = WS-LIN-MAX
               DISPLAY "LIMITE DE " WS-LIN-MAX " LINHAS POR VENDA."
           END-IF.

      * Codigo de IVA desconhecido no mestre vende como normal.
       DETERMINA-TAXA-IVA.

           EVALUATE WS-IVA-CODIGO
               WHEN 'I'
                   MOVE ZEROS TO WS-IVA-TAXA
               WHEN 'R'
                   MOVE 6.00 TO WS-IVA-TAXA
               WHEN OTHER
                   MOVE 'N' TO WS-IVA-CODIGO
                   MOVE 23.00 TO WS-IVA-TAXA
           END-EVALUATE.

      * Deixa o registo do artigo procurado na area do FD.
       PROCURA-ARTIGO.

           MOVE 'N' TO WS-ARTIGO-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ARTIGOS
           IF WS-FS-ARTIGOS = "00"
               PERFORM LE-ARTIGO
               PERFORM VERIFICA-ARTIGO
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-ARTIGO-EXISTE
               CLOSE ARTIGOS
           END-IF.

       LE-ARTIGO.

           READ ARTIGOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-ARTIGO.

           IF ART-CODIGO = WS-CODIGO
               SET WS-ARTIGO-EXISTE TO TRUE
           ELSE
               PERFORM LE-ARTIGO
           END-IF.

       VALIDA-CLIENTE.

           MOVE 'N' TO WS-CLIENTE-OK

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO - REGISTE OS "
                       "CLIENTES PRIMEIRO."
           ELSE
               MOVE WS-CLIENTE-NUM TO CLI-ID
               READ CLIENTES
               IF WS-FS-CLIENTES = "00"
                  AND NOT CLI-ELIMINADO
                   SET WS-CLIENTE-EXISTE TO TRUE
               END-IF
               CLOSE CLIENTES
           END-IF.

       PEDE-FORMA.

           DISPLAY "FORMA DE PAGAMENTO (D=NUMERARIO, "
                   "T=TRANSFERENCIA, C=CHEQUE): "
           ACCEPT WS-FORMA

           EVALUATE WS-FORMA
               WHEN 'D'
               WHEN 'T'
                   MOVE SPACE TO WS-COMPENSACAO
               WHEN 'C'
                   PERFORM VERIFICA-CHEQUE-BLOQUEADO
                   IF WS-CHEQUES-BLOQUEADOS
                       DISPLAY "CLIENTE COM CHEQUE DEVOLVIDO EM "
                               WS-ULT-DEVOLUCAO " - NAO ACEITA "
                               "CHEQUES DURANTE " WS-DIAS-BLOQUEIO
                               " DIAS. ESCOLHA OUTRA FORMA."
                       PERFORM PEDE-FORMA
                   ELSE
                       MOVE 'P' TO WS-COMPENSACAO
                   END-IF
               WHEN OTHER
                   DISPLAY "FORMA INVALIDA - TENTE NOVAMENTE."
                   PERFORM PEDE-FORMA
           END-EVALUATE.

       VERIFICA-CHEQUE-BLOQUEADO.

           MOVE 'N' TO WS-BLOQUEIO
           MOVE ZEROS TO WS-ULT-DEVOLUCAO
           MOVE 'N' TO WS-PAGAMENTOS-FIM

           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM PROCURA-DEVOLUCAO
                   UNTIL WS-SEM-MAIS-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF

           IF WS-ULT-DEVOLUCAO > ZEROS
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE 'D' TO DT-FUNCAO
               MOVE WS-ULT-DEVOLUCAO TO DT-DATA1
               MOVE WS-DATA-HOJE     TO DT-DATA2
               MOVE 'N' TO WS-IND-CHAMADA

               CALL 'PROGDATAS' USING DATAS-PARAMETRES
                   ON EXCEPTION
                       SET WS-CHAMADA-FALHOU TO TRUE
               END-CALL

      * Sem PROGDATAS a devolucao conhecida bloqueia na mesma.
               IF WS-CHAMADA-FALHOU
                   SET WS-CHEQUES-BLOQUEADOS TO TRUE
               ELSE
                   IF DT-OK AND DT-DIAS < WS-DIAS-BLOQUEIO
                       SET WS-CHEQUES-BLOQUEADOS TO TRUE
                   END-IF
               END-IF
           END-IF.

       LE-PAGAMENTO.

           READ PAGAMENTOS
               AT END SET WS-SEM-MAIS-PAGAMENTOS TO TRUE
           END-READ.

       PROCURA-DEVOLUCAO.

           IF PAG-CLIENTE = WS-CLIENTE-NUM
              AND PAG-ESTORNO
              AND PAG-CHEQUE-DEVOLVIDO
              AND PAG-DATA > WS-ULT-DEVOLUCAO
               MOVE PAG-DATA TO WS-ULT-DEVOLUCAO
           END-IF

           PERFORM LE-PAGAMENTO.

       VERIFICA-MES-FECHADO.

           MOVE WS-FATURA-DATA (1: 6) TO WS-MES-LANCAMENTO
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

           IF MFE-MES = WS-MES-LANCAMENTO
               MOVE MFE-ESTADO TO WS-ESTADO-MES
           END-IF

           PERFORM LE-MESFECHO.

      ******************************************************************
      * EFETIVACAO: FATURA, PAGAMENTO, RECIBO E STOCK
      ******************************************************************
       EFETIVA-VENDA.

           ACCEPT WS-FATURA-DATA FROM DATE YYYYMMDD

           PERFORM RESERVA-NUMERO-FATURA
           PERFORM GRAVA-FATURA-VENDA
           PERFORM GRAVA-LINHAS-VENDA

           MOVE 'FT'            TO RD-TIPO
           MOVE WS-FATURA-NUM   TO RD-NUMERO
           MOVE WS-FATURA-DATA  TO RD-DATA
           MOVE WS-FATURA-VALOR TO RD-VALOR
           PERFORM REGISTA-DOCUMENTO-FISCAL
           DISPLAY "FATURA " WS-FATURA-NUM " EMITIDA."

      * A venda e paga na hora: confirmacao com o proximo recibo.
           MOVE CTL-PROX-RECIBO TO WS-RECIBO-ATRIBUIDO
           ADD 1 TO CTL-PROX-RECIBO
           ADD 1 TO WS-CONT-RECIBOS
           PERFORM ESCREVE-REGISTO-PAGAMENTO
           DISPLAY "RECIBO EMITIDO: " WS-RECIBO-ATRIBUIDO

           MOVE 'RG'                TO RD-TIPO
           MOVE WS-RECIBO-ATRIBUIDO TO RD-NUMERO
           MOVE WS-FATURA-DATA      TO RD-DATA
           MOVE WS-FATURA-VALOR     TO RD-VALOR
           PERFORM REGISTA-DOCUMENTO-FISCAL
           PERFORM IMPRIME-RECIBO

           PERFORM ABATE-STOCK
           PERFORM GRAVA-MOVIMENTOS-VENDA

           ADD 1 TO WS-CONT-VENDAS
           ADD WS-FATURA-VALOR TO WS-TOTAL-SESSAO.

      * O numero da fatura sai de CONTROLE.DAT relido na hora e
      * regravado logo - o PROGFATURA pode estar a emitir em
      * paralelo.
       RESERVA-NUMERO-FATURA.

           PERFORM RELE-CONTROLE

           IF CTL-PROX-FATURA NOT NUMERIC
              OR CTL-PROX-FATURA = ZEROS
               MOVE 100235 TO CTL-PROX-FATURA
           END-IF

           MOVE CTL-PROX-FATURA TO WS-FATURA-NUM
           ADD 1 TO CTL-PROX-FATURA

           OPEN OUTPUT CONTROLE
           MOVE CTL-REGISTO-GERAL TO FD-CTL-REGISTO
           WRITE FD-CTL-REGISTO
           CLOSE CONTROLE.

      * A fatura nasce aberta, como as outras; a confirmacao de
      * pagamento gravada a seguir liquida-a (o residual e o devido
      * menos os pagamentos, como no PROGPAG).
       GRAVA-FATURA-VENDA.

           OPEN I-O FATURAS
           IF WS-FS-FATURAS = "35"
               OPEN OUTPUT FATURAS
               CLOSE FATURAS
               OPEN I-O FATURAS
           END-IF

           MOVE WS-FATURA-NUM   TO FAT-NUMERO
           MOVE WS-CLIENTE-NUM  TO FAT-CLIENTE
           MOVE "VENDA AO BALCAO" TO FAT-DESCRICAO
           MOVE WS-FATURA-VALOR TO FAT-VALOR
           MOVE WS-FATURA-DATA  TO FAT-DATA-EMISSAO
           MOVE WS-FATURA-DATA  TO FAT-DATA-VENCIMENTO
           SET FAT-ABERTA       TO TRUE
           MOVE WS-FATURA-VALOR TO FAT-VALOR-BRUTO
           MOVE ZEROS           TO FAT-DESCONTO
           WRITE FD-FATURA-REG

           CLOSE FATURAS.

       GRAVA-LINHAS-VENDA.

           OPEN EXTEND FATLINHAS
           IF WS-FS-FATLINHAS = "35"
               OPEN OUTPUT FATLINHAS
               CLOSE FATLINHAS
               OPEN EXTEND FATLINHAS
           END-IF

           PERFORM GRAVA-UMA-LINHA
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-CONT

           CLOSE FATLINHAS.

       GRAVA-UMA-LINHA.

           MOVE WS-FATURA-NUM TO FLN-FATURA
           MOVE WS-LIN-IDX    TO FLN-LINHA
           MOVE WS-LN-DESCRICAO (WS-LIN-IDX)  TO FLN-DESCRICAO
           MOVE WS-LN-QUANTIDADE (WS-LIN-IDX) TO FLN-QUANTIDADE
           MOVE WS-LN-VALOR-UNIT (WS-LIN-IDX) TO FLN-VALOR-UNIT
           MOVE WS-LN-IVA-CODIGO (WS-LIN-IDX) TO FLN-IVA-CODIGO
           MOVE WS-LN-IVA-TAXA (WS-LIN-IDX)   TO FLN-IVA-TAXA
           WRITE FD-FATLINHA-REG.

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

      * Confirmacao da fatura inteira (parcela 00), no formato do
      * PROGPAG - o numerario entra no fecho de caixa do dia.
       ESCREVE-REGISTO-PAGAMENTO.

           OPEN EXTEND PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN EXTEND PAGAMENTOS
           END-IF

           PERFORM ATRIBUI-SEQ
           MOVE WS-FATURA-NUM   TO PAG-FATURA
           MOVE ZEROS           TO PAG-PARCELA
           MOVE WS-CLIENTE-NUM  TO PAG-CLIENTE
           MOVE WS-FATURA-VALOR TO PAG-VALOR
           MOVE 'S'             TO PAG-ESTADO
           MOVE WS-RECIBO-ATRIBUIDO TO PAG-RECIBO
           MOVE WS-OPERADOR     TO PAG-OPERADOR
           MOVE WS-FATURA-DATA  TO PAG-DATA
           MOVE WS-FORMA        TO PAG-FORMA
           MOVE WS-COMPENSACAO  TO PAG-COMPENSACAO
           WRITE FD-PAG-REGISTO

           CLOSE PAGAMENTOS.

      * O recibo sai em RECIBOS.LIS no formato do PROGPAG, com a
      * lista dos artigos vendidos.
       IMPRIME-RECIBO.

           OPEN EXTEND RECIBOS
           IF WS-FS-RECIBOS = "35"
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN EXTEND RECIBOS
           END-IF

           MOVE ALL "=" TO WS-RECIBO-LINHA
           PERFORM GRAVA-LINHA-RECIBO

           IF AMB-FORMACAO
               MOVE AMB-MARCA TO WS-RECIBO-LINHA
               PERFORM GRAVA-LINHA-RECIBO
           END-IF

           MOVE SPACES TO WS-RECIBO-LINHA
           STRING "RECIBO N. " WS-RECIBO-ATRIBUIDO
                  "  EMITIDO EM " WS-FATURA-DATA
               DELIMITED BY SIZE INTO WS-RECIBO-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-RECIBO

           IF RD-OK
               MOVE SPACES TO WS-RECIBO-LINHA
               STRING "SERIE " RD-SERIE " N. " RD-SEQ
                      "  ATCUD " RD-ATCUD
                   DELIMITED BY SIZE INTO WS-RECIBO-LINHA
               END-STRING
               PERFORM GRAVA-LINHA-RECIBO
           END-IF

           MOVE SPACES TO WS-RECIBO-LINHA
           STRING "RECEBEMOS DE " WS-CLIENTE-NUM " " CLI-NOME
               DELIMITED BY SIZE INTO WS-RECIBO-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-RECIBO

           IF CLI-NIF NOT = SPACES
               MOVE SPACES TO WS-RECIBO-LINHA
               STRING "NIF " CLI-NIF
                   DELIMITED BY SIZE INTO WS-RECIBO-LINHA
               END-STRING
               PERFORM GRAVA-LINHA-RECIBO
           END-IF

           MOVE WS-FATURA-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-RECIBO-LINHA
           STRING "A QUANTIA DE " WS-VALOR-EDIT
                  " (FATURA " WS-FATURA-NUM " VENDA AO BALCAO)"
               DELIMITED BY SIZE INTO WS-RECIBO-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-RECIBO

           PERFORM IMPRIME-LINHA-RECIBO
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-CONT

           MOVE SPACES TO WS-RECIBO-LINHA
           STRING "FORMA " WS-FORMA "  OPERADOR " WS-OPERADOR
               DELIMITED BY SIZE INTO WS-RECIBO-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-RECIBO

           MOVE ALL "=" TO WS-RECIBO-LINHA
           PERFORM GRAVA-LINHA-RECIBO

           CLOSE RECIBOS

           DISPLAY "RECIBO IMPRESSO EM RECIBOS.LIS.".

       IMPRIME-LINHA-RECIBO.

           MOVE WS-LN-TOTAL (WS-LIN-IDX) TO WS-VALOR-EDIT
           MOVE SPACES TO WS-RECIBO-LINHA
           STRING "  " WS-LN-QUANTIDADE (WS-LIN-IDX) " X "
                  WS-LN-DESCRICAO (WS-LIN-IDX) " "
                  WS-VALOR-EDIT
               DELIMITED BY SIZE INTO WS-RECIBO-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-RECIBO.

       GRAVA-LINHA-RECIBO.

           MOVE WS-RECIBO-LINHA TO FD-RECIBO-LINHA
           WRITE FD-RECIBO-LINHA.

      * O mestre de artigos e regravado por ARTIGOS.TMP com o stock
      * de cada artigo vendido abatido da quantidade da venda (todas
      * as linhas do mesmo artigo). O stock nunca fica negativo - se
      * uma entrada corrigida entretanto o deixou abaixo, fica a
      * zero com aviso.
       ABATE-STOCK.

           MOVE ZEROS TO WS-CONT-SEM-STOCK
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ARTIGOS
           OPEN OUTPUT TRABALHO-ART
           PERFORM LE-ARTIGO
           PERFORM ABATE-ARTIGO
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE ARTIGOS
           CLOSE TRABALHO-ART

           PERFORM COPIA-ARTIGOS-DE-VOLTA

           IF WS-CONT-SEM-STOCK > ZERO
               DISPLAY "AVISO: " WS-CONT-SEM-STOCK " ARTIGO(S) "
                       "SEM STOCK BASTANTE - FICARAM A ZERO."
           END-IF.

       ABATE-ARTIGO.

           MOVE ART-CODIGO TO WS-CODIGO
           MOVE ZEROS TO WS-JA-NA-VENDA
           PERFORM SOMA-JA-NA-VENDA
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-CONT

           IF WS-JA-NA-VENDA > ZERO
               IF WS-JA-NA-VENDA > ART-STOCK
                   MOVE ZEROS TO ART-STOCK
                   ADD 1 TO WS-CONT-SEM-STOCK
               ELSE
                   MOVE WS-JA-NA-VENDA TO WS-ABATER
                   SUBTRACT WS-ABATER FROM ART-STOCK
               END-IF
               IF ART-STOCK NOT > ART-STOCK-MINIMO
                   MOVE ART-STOCK TO WS-QTD-EDIT
                   DISPLAY "ARTIGO " ART-CODIGO " NO PONTO DE "
                           "ENCOMENDA - STOCK " WS-QTD-EDIT
               END-IF
           END-IF

           MOVE FD-ARTIGO-REG TO FD-TRABALHO-ART-REG
           WRITE FD-TRABALHO-ART-REG

           PERFORM LE-ARTIGO.

       COPIA-ARTIGOS-DE-VOLTA.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TRABALHO-ART
           OPEN OUTPUT ARTIGOS

           PERFORM LE-TRABALHO-ART
           PERFORM RECARREGA-ARTIGO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO-ART
           CLOSE ARTIGOS.

       LE-TRABALHO-ART.

           READ TRABALHO-ART
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-ARTIGO.

           MOVE FD-TRABALHO-ART-REG TO FD-ARTIGO-REG
           WRITE FD-ARTIGO-REG

           PERFORM LE-TRABALHO-ART.

      * Uma linha de venda por movimento, para o resumo mensal por
      * artigo do PROGARTIGO.
       GRAVA-MOVIMENTOS-VENDA.

           OPEN EXTEND MOVSTOCK
           IF WS-FS-MOVSTOCK = "35"
               OPEN OUTPUT MOVSTOCK
               CLOSE MOVSTOCK
               OPEN EXTEND MOVSTOCK
           END-IF

           PERFORM GRAVA-MOVIMENTO-VENDA
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-CONT

           CLOSE MOVSTOCK.

       GRAVA-MOVIMENTO-VENDA.

           MOVE WS-LN-ARTIGO (WS-LIN-IDX)     TO MST-ARTIGO
           MOVE WS-FATURA-DATA                TO MST-DATA
           SET MST-VENDA                      TO TRUE
           MOVE WS-LN-QUANTIDADE (WS-LIN-IDX) TO MST-QUANTIDADE
           MOVE WS-LN-TOTAL (WS-LIN-IDX)      TO MST-VALOR
           MOVE SPACES                        TO MST-DOCUMENTO
           MOVE WS-FATURA-NUM                 TO MST-DOCUMENTO (1: 6)
           MOVE WS-OPERADOR                   TO MST-OPERADOR
           WRITE FD-MOVSTOCK-REG.

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
       END PROGRAM PROGVENDA.
