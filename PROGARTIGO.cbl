      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: MESTRE DE ARTIGOS VENDIDOS AO BALCAO (ARTIGOS.DAT),
      *          ENTRADAS DE MERCADORIA, RELATORIO DE STOCK COM
      *          AVISOS DE ENCOMENDA E RESUMO MENSAL DE VENDAS POR
      *          ARTIGO.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGSERVICO. O mestre
      *            (ARTREG.cpy) tem codigo, descricao, categoria
      *            (F=farda, L=livro, M=material), preco de venda,
      *            codigo de IVA, stock, ponto de encomenda e estado;
      *            a alteracao regrava por ARTIGOS.TMP. A entrada de
      *            mercadoria soma a quantidade recebida ao stock e
      *            fica em MOVSTOCK.DAT (tipo E, com a guia do
      *            fornecedor e o custo). O relatorio de stock
      *            (ARTSTOCK.LIS) assinala os artigos ativos no ponto
      *            de encomenda ou abaixo; o resumo de vendas do mes
      *            (VENDASMES.LIS) soma por artigo as linhas de venda
      *            gravadas pelo PROGVENDA (MOVSTOCK.DAT tipo V). Os
      *            dois relatorios sao copiados para o spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARTIGO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTIGOS      ASSIGN TO "ARTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARTIGOS.
           SELECT TRABALHO-ART ASSIGN TO "ARTIGOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT MOVSTOCK     ASSIGN TO "MOVSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVSTOCK.
           SELECT LISTAGEM     ASSIGN TO DYNAMIC WS-NOME-LISTAGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
       DATA DIVISION.
       FILE SECTION.
       FD  ARTIGOS.
       COPY "ARTREG.cpy" REPLACING NIVEL-ART BY 01
                                   CAMPO-ART-REG BY FD-ARTIGO-REG.

       FD  TRABALHO-ART.
       01  FD-TRABALHO-ART-REG         PIC X(59).

       FD  MOVSTOCK.
       COPY "MSTREG.cpy" REPLACING NIVEL-MST BY 01
                                   CAMPO-MST-REG BY FD-MOVSTOCK-REG.

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-ARTIGOS            PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-MOVSTOCK           PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.
       01 WS-NOME-LISTAGEM         PIC X(20) VALUE SPACES.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-CODIGO                PIC X(06) VALUE SPACES.
       01 WS-DESCRICAO             PIC X(30) VALUE SPACES.
       01 WS-CATEGORIA             PIC X(01) VALUE SPACE.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-VALOR.
       01 WS-IVA-CODIGO            PIC X(01) VALUE SPACE.
       01 WS-STOCK-MINIMO          PIC 9(05) VALUE ZEROS.
       01 WS-MINIMO-TX             PIC X(05) VALUE SPACES.
       01 WS-ESTADO                PIC X(01) VALUE SPACE.
       01 WS-QUANTIDADE            PIC 9(05) VALUE ZEROS.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-CUSTO.
       01 WS-DOCUMENTO             PIC X(10) VALUE SPACES.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
           03 WS-DH-ANO                PIC X(04).
           03 WS-DH-MES                PIC X(02).
           03 WS-DH-DIA                PIC X(02).
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.

       01 WS-ARTIGO-ACHADO         PIC X VALUE 'N'.
           88 WS-ARTIGO-EXISTE            VALUE 'S'.
       01 WS-ALTERACAO-FEITA       PIC X VALUE 'N'.
           88 WS-REGISTO-ALTERADO         VALUE 'S'.
       01 WS-DADOS-VALIDOS         PIC X VALUE 'N'.
           88 WS-DADOS-OK                 VALUE 'S'.
      * A => alterar o mestre; E => somar uma entrada ao stock.
       01 WS-TIPO-REGRAVACAO       PIC X VALUE 'A'.
           88 WS-REGRAVA-ALTERACAO        VALUE 'A'.
           88 WS-REGRAVA-ENTRADA          VALUE 'E'.

       01 WS-VALOR-EDIT            PIC -(07)9.99.
       01 WS-QTD-EDIT              PIC ZZZZ9.
       01 WS-CONT-LISTADOS         PIC 9(03) VALUE ZEROS.
       01 WS-CONT-ENCOMENDAR       PIC 9(03) VALUE ZEROS.

      * Relatorios.
       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-LIN-STOCK.
           03 LS-CODIGO                PIC X(06).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LS-DESCRICAO             PIC X(30).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LS-CATEGORIA             PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LS-ESTADO                PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LS-STOCK                 PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LS-MINIMO                PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LS-AVISO                 PIC X(12).
       01 WS-LIN-VENDA.
           03 LV-CODIGO                PIC X(06).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LV-DESCRICAO             PIC X(30).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LV-QUANTIDADE            PIC ZZZZZ9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 LV-VALOR                 PIC -(08)9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 LV-VENDAS                PIC ZZZZ9.

      * Resumo do mes: um acumulador por artigo (os do mestre e os
      * que so aparecem nos movimentos).
       01 WS-MES-PEDIDO            PIC 9(06) VALUE ZEROS.
       01 WS-MES-TX                PIC X(06) VALUE SPACES.
       01 WS-RES-MAX               PIC 9(03) VALUE 200.
       01 WS-RES-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-RES-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-RES-USO               PIC 9(03) VALUE ZEROS.
       01 WS-RESUMO.
           03 WS-RES OCCURS 200 TIMES.
               05 WS-RS-CODIGO         PIC X(06).
               05 WS-RS-DESCRICAO      PIC X(30).
               05 WS-RS-QUANTIDADE     PIC 9(06).
               05 WS-RS-VALOR          PIC S9(09)V99.
               05 WS-RS-VENDAS         PIC 9(05).
       01 WS-RES-ACHADO            PIC X VALUE 'N'.
           88 WS-RESUMO-NA-TABELA         VALUE 'S'.
       01 WS-TOT-QUANTIDADE        PIC 9(07) VALUE ZEROS.
       01 WS-TOT-VALOR             PIC S9(09)V99 VALUE ZEROS.
       01 WS-CONT-FORA-RESUMO      PIC 9(05) VALUE ZEROS.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
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

       01 SPOOL-PARAMETRES.
           02 SPL-RELATORIO            PIC X(12).
           02 SPL-FICHEIRO             PIC X(20).
           02 SPL-OPERADOR             PIC X(08).
           02 SPL-MEMBRO               PIC 9(06).
           02 SPL-RESULTADO            PIC X(01).
               88 SPL-OK                      VALUE 'S'.
               88 SPL-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   ARTIGOS DO BALCAO E STOCK             *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF WS-SIGNON-FALHOU OR SGN-FALHOU
               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
           ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE 9 TO WS-OPCAO
               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO
           END-IF

           DISPLAY "MANUTENCAO DE ARTIGOS TERMINADA."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - ACRESCENTAR ARTIGO"
           DISPLAY "  2 - ALTERAR ARTIGO (PRECO, IVA, MINIMO, ESTADO)"
           DISPLAY "  3 - LISTAR ARTIGOS"
           DISPLAY "  4 - ENTRADA DE MERCADORIA"
           DISPLAY "  5 - RELATORIO DE STOCK E ENCOMENDAS"
           DISPLAY "  6 - RESUMO MENSAL DE VENDAS POR ARTIGO"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ACRESCENTA-ARTIGO
               WHEN 2
                   PERFORM ALTERA-ARTIGO
               WHEN 3
                   PERFORM LISTA-ARTIGOS
               WHEN 4
                   PERFORM ENTRADA-MERCADORIA
               WHEN 5
                   PERFORM RELATORIO-STOCK
               WHEN 6
                   PERFORM RESUMO-VENDAS-MES
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * MESTRE DE ARTIGOS
      ******************************************************************
       ACRESCENTA-ARTIGO.

           DISPLAY "CODIGO DO ARTIGO: "
           ACCEPT WS-CODIGO

           IF WS-CODIGO = SPACES
               DISPLAY "CODIGO EM FALTA - NADA GRAVADO."
           ELSE
               PERFORM PROCURA-ARTIGO
               IF WS-ARTIGO-EXISTE
                   DISPLAY "ARTIGO " WS-CODIGO " JA EXISTE - USE A "
                           "OPCAO 2."
               ELSE
                   DISPLAY "DESCRICAO: "
                   ACCEPT WS-DESCRICAO
                   DISPLAY "CATEGORIA (F=FARDA, L=LIVRO, "
                           "M=MATERIAL): "
                   ACCEPT WS-CATEGORIA
                   DISPLAY "PRECO DE VENDA (SEM IVA): "
                   ACCEPT WS-VALOR
                   DISPLAY "CODIGO DE IVA (I=ISENTA, R=REDUZIDA, "
                           "N=NORMAL): "
                   ACCEPT WS-IVA-CODIGO
                   DISPLAY "PONTO DE ENCOMENDA (STOCK MINIMO): "
                   ACCEPT WS-STOCK-MINIMO
                   MOVE 'A' TO WS-ESTADO
                   PERFORM VALIDA-ARTIGO
                   IF WS-DADOS-OK
                       PERFORM GRAVA-ARTIGO-NOVO
                   END-IF
               END-IF
           END-IF.

       VALIDA-ARTIGO.

           MOVE 'N' TO WS-DADOS-VALIDOS

           EVALUATE TRUE
               WHEN WS-DESCRICAO = SPACES
                   DISPLAY "DESCRICAO EM FALTA - NADA GRAVADO."
               WHEN WS-CATEGORIA NOT = 'F'
                AND WS-CATEGORIA NOT = 'L'
                AND WS-CATEGORIA NOT = 'M'
                   DISPLAY "CATEGORIA INVALIDA - NADA GRAVADO."
               WHEN WS-VALOR NOT > ZEROS
                   DISPLAY "PRECO INVALIDO - NADA GRAVADO."
               WHEN WS-IVA-CODIGO NOT = 'I'
                AND WS-IVA-CODIGO NOT = 'R'
                AND WS-IVA-CODIGO NOT = 'N'
                   DISPLAY "CODIGO DE IVA INVALIDO - NADA GRAVADO."
               WHEN WS-ESTADO NOT = 'A' AND WS-ESTADO NOT = 'I'
                   DISPLAY "ESTADO INVALIDO - NADA GRAVADO."
               WHEN OTHER
                   SET WS-DADOS-OK TO TRUE
           END-EVALUATE.

      * O artigo novo entra com stock zero - o stock so sobe pelas
      * entradas de mercadoria, que ficam registadas.
       GRAVA-ARTIGO-NOVO.

           OPEN EXTEND ARTIGOS
           IF WS-FS-ARTIGOS = "35"
               OPEN OUTPUT ARTIGOS
               CLOSE ARTIGOS
               OPEN EXTEND ARTIGOS
           END-IF

           MOVE WS-CODIGO       TO ART-CODIGO
           MOVE WS-DESCRICAO    TO ART-DESCRICAO
           MOVE WS-CATEGORIA    TO ART-CATEGORIA
           MOVE WS-VALOR        TO ART-PRECO
           MOVE WS-IVA-CODIGO   TO ART-IVA-CODIGO
           MOVE ZEROS           TO ART-STOCK
           MOVE WS-STOCK-MINIMO TO ART-STOCK-MINIMO
           MOVE WS-ESTADO       TO ART-ESTADO
           WRITE FD-ARTIGO-REG

           CLOSE ARTIGOS

           DISPLAY "ARTIGO GRAVADO (STOCK ZERO - REGISTE A ENTRADA "
                   "DE MERCADORIA).".

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

      * ENTER (ou zero no preco) mantem o valor atual do campo. O
      * stock nao se altera aqui - so pelas entradas e pelas vendas.
       ALTERA-ARTIGO.

           DISPLAY "CODIGO DO ARTIGO: "
           ACCEPT WS-CODIGO

           PERFORM PROCURA-ARTIGO

           IF NOT WS-ARTIGO-EXISTE
               DISPLAY "ARTIGO " WS-CODIGO " NAO EXISTE."
           ELSE
               MOVE ART-DESCRICAO  TO WS-DESCRICAO
               MOVE ART-CATEGORIA  TO WS-CATEGORIA
               MOVE ART-PRECO      TO WS-VALOR-EDIT
               MOVE ART-STOCK      TO WS-QTD-EDIT
               DISPLAY "ARTIGO: " ART-DESCRICAO
               DISPLAY "PRECO ATUAL " WS-VALOR-EDIT " IVA "
                       ART-IVA-CODIGO " STOCK " WS-QTD-EDIT
                       " MINIMO " ART-STOCK-MINIMO
                       " ESTADO " ART-ESTADO

               MOVE ZEROS TO WS-VALOR
               DISPLAY "NOVO PRECO (0 = MANTER): "
               ACCEPT WS-VALOR
               IF WS-VALOR = ZEROS
                   MOVE ART-PRECO TO WS-VALOR
               END-IF

               MOVE SPACE TO WS-IVA-CODIGO
               DISPLAY "NOVO CODIGO DE IVA (ENTER = MANTER): "
               ACCEPT WS-IVA-CODIGO
               IF WS-IVA-CODIGO = SPACE
                   MOVE ART-IVA-CODIGO TO WS-IVA-CODIGO
               END-IF

               MOVE SPACES TO WS-MINIMO-TX
               DISPLAY "NOVO PONTO DE ENCOMENDA (ENTER = MANTER): "
               ACCEPT WS-MINIMO-TX
               IF WS-MINIMO-TX = SPACES
                   MOVE ART-STOCK-MINIMO TO WS-STOCK-MINIMO
               ELSE
                   MOVE WS-MINIMO-TX TO WS-STOCK-MINIMO
               END-IF

               MOVE SPACE TO WS-ESTADO
               DISPLAY "NOVO ESTADO (A=ATIVO, I=INATIVO, "
                       "ENTER = MANTER): "
               ACCEPT WS-ESTADO
               IF WS-ESTADO = SPACE
                   MOVE ART-ESTADO TO WS-ESTADO
               END-IF

               PERFORM VALIDA-ARTIGO
               IF WS-DADOS-OK
                   SET WS-REGRAVA-ALTERACAO TO TRUE
                   PERFORM REGRAVA-ARTIGOS
                   IF WS-REGISTO-ALTERADO
                       DISPLAY "ARTIGO ALTERADO."
                   END-IF
               END-IF
           END-IF.

      * Regrava o mestre por ARTIGOS.TMP, aplicando ao artigo
      * WS-CODIGO a alteracao ou a entrada de mercadoria.
       REGRAVA-ARTIGOS.

           MOVE 'N' TO WS-ALTERACAO-FEITA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ARTIGOS
           OPEN OUTPUT TRABALHO-ART
           PERFORM LE-ARTIGO
           PERFORM TRATA-ALTERACAO-ARTIGO
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE ARTIGOS
           CLOSE TRABALHO-ART

           PERFORM COPIA-ARTIGOS-DE-VOLTA.

       TRATA-ALTERACAO-ARTIGO.

           IF ART-CODIGO = WS-CODIGO
              AND NOT WS-REGISTO-ALTERADO
               IF WS-REGRAVA-ENTRADA
                   ADD WS-QUANTIDADE TO ART-STOCK
               ELSE
                   MOVE WS-VALOR        TO ART-PRECO
                   MOVE WS-IVA-CODIGO   TO ART-IVA-CODIGO
                   MOVE WS-STOCK-MINIMO TO ART-STOCK-MINIMO
                   MOVE WS-ESTADO       TO ART-ESTADO
               END-IF
               SET WS-REGISTO-ALTERADO TO TRUE
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

       LISTA-ARTIGOS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADOS

           OPEN INPUT ARTIGOS
           IF WS-FS-ARTIGOS NOT = "00"
               DISPLAY "ARTIGOS.DAT NAO ENCONTRADO."
           ELSE
               PERFORM LE-ARTIGO
               PERFORM MOSTRA-ARTIGO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ARTIGOS
               DISPLAY "ARTIGOS LISTADOS: " WS-CONT-LISTADOS
           END-IF.

       MOSTRA-ARTIGO.

           MOVE ART-PRECO TO WS-VALOR-EDIT
           MOVE ART-STOCK TO WS-QTD-EDIT
           DISPLAY "  " ART-CODIGO " " ART-DESCRICAO " "
                   ART-CATEGORIA " | " WS-VALOR-EDIT " | IVA "
                   ART-IVA-CODIGO " | STOCK " WS-QTD-EDIT
                   " | " ART-ESTADO
           ADD 1 TO WS-CONT-LISTADOS

           PERFORM LE-ARTIGO.

      ******************************************************************
      * ENTRADA DE MERCADORIA
      ******************************************************************
      * A quantidade recebida soma ao stock do artigo e fica como
      * movimento E, com a guia do fornecedor e o custo total.
       ENTRADA-MERCADORIA.

           DISPLAY "CODIGO DO ARTIGO: "
           ACCEPT WS-CODIGO

           PERFORM PROCURA-ARTIGO

           IF NOT WS-ARTIGO-EXISTE
               DISPLAY "ARTIGO " WS-CODIGO " NAO EXISTE - "
                       "ACRESCENTE-O PRIMEIRO (OPCAO 1)."
           ELSE
               MOVE ART-STOCK TO WS-QTD-EDIT
               DISPLAY "ARTIGO: " ART-DESCRICAO " STOCK ATUAL "
                       WS-QTD-EDIT
               MOVE ZEROS TO WS-QUANTIDADE
               DISPLAY "QUANTIDADE RECEBIDA: "
               ACCEPT WS-QUANTIDADE
               IF WS-QUANTIDADE = ZEROS
                   DISPLAY "QUANTIDADE INVALIDA - NADA GRAVADO."
               ELSE
                   IF ART-STOCK + WS-QUANTIDADE > 99999
                       DISPLAY "STOCK RESULTANTE ACIMA DE 99999 - "
                               "NADA GRAVADO."
                   ELSE
                       DISPLAY "GUIA OU FATURA DO FORNECEDOR: "
                       ACCEPT WS-DOCUMENTO
                       MOVE ZEROS TO WS-CUSTO
                       DISPLAY "CUSTO TOTAL DA ENTRADA (0 = SEM "
                               "CUSTO): "
                       ACCEPT WS-CUSTO
                       SET WS-REGRAVA-ENTRADA TO TRUE
                       PERFORM REGRAVA-ARTIGOS
                       PERFORM GRAVA-MOVIMENTO-ENTRADA
                       COMPUTE WS-QTD-EDIT = ART-STOCK
                                           + WS-QUANTIDADE
                       DISPLAY "ENTRADA REGISTADA - STOCK PASSA A "
                               WS-QTD-EDIT "."
                   END-IF
               END-IF
           END-IF.

       GRAVA-MOVIMENTO-ENTRADA.

           OPEN EXTEND MOVSTOCK
           IF WS-FS-MOVSTOCK = "35"
               OPEN OUTPUT MOVSTOCK
               CLOSE MOVSTOCK
               OPEN EXTEND MOVSTOCK
           END-IF

           MOVE WS-CODIGO      TO MST-ARTIGO
           MOVE WS-DATA-HOJE   TO MST-DATA
           SET MST-ENTRADA     TO TRUE
           MOVE WS-QUANTIDADE  TO MST-QUANTIDADE
           MOVE WS-CUSTO       TO MST-VALOR
           MOVE WS-DOCUMENTO   TO MST-DOCUMENTO
           MOVE SGN-OPERADOR   TO MST-OPERADOR
           WRITE FD-MOVSTOCK-REG

           CLOSE MOVSTOCK.

      ******************************************************************
      * RELATORIO DE STOCK (ARTSTOCK.LIS)
      ******************************************************************
      * Todos os artigos com o stock e o ponto de encomenda; os
      * ativos no ponto de encomenda ou abaixo levam o aviso.
       RELATORIO-STOCK.

           OPEN INPUT ARTIGOS
           IF WS-FS-ARTIGOS NOT = "00"
               DISPLAY "ARTIGOS.DAT NAO ENCONTRADO."
           ELSE
               MOVE "ARTSTOCK.LIS" TO WS-NOME-LISTAGEM
               OPEN OUTPUT LISTAGEM
               MOVE ZEROS TO WS-CONT-LISTADOS WS-CONT-ENCOMENDAR
               MOVE 'N' TO WS-FIM-FICHEIRO

               MOVE "RELATORIO DE STOCK DOS ARTIGOS DO BALCAO"
                   TO WS-LINHA
               PERFORM EMITE-LINHA
               PERFORM EDITA-DATA-HOJE
               MOVE SPACES TO WS-LINHA
               STRING "EMITIDO EM " WS-DATA-EDIT " POR "
                      SGN-OPERADOR
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE SPACES TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE "CODIGO DESCRICAO                      C E "
                 & "STOCK  MIN." TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE ALL "-" TO WS-LINHA
               PERFORM EMITE-LINHA

               PERFORM LE-ARTIGO
               PERFORM LINHA-STOCK
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ARTIGOS

               MOVE ALL "-" TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "ARTIGOS: " WS-CONT-LISTADOS
                      "   A ENCOMENDAR: " WS-CONT-ENCOMENDAR
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               CLOSE LISTAGEM

               DISPLAY "RELATORIO EM ARTSTOCK.LIS - ARTIGOS A "
                       "ENCOMENDAR: " WS-CONT-ENCOMENDAR
               MOVE "ARTSTOCK" TO SPL-RELATORIO
               PERFORM ENVIA-AO-SPOOL
           END-IF.

       LINHA-STOCK.

           MOVE ART-CODIGO       TO LS-CODIGO
           MOVE ART-DESCRICAO    TO LS-DESCRICAO
           MOVE ART-CATEGORIA    TO LS-CATEGORIA
           MOVE ART-ESTADO       TO LS-ESTADO
           MOVE ART-STOCK        TO LS-STOCK
           MOVE ART-STOCK-MINIMO TO LS-MINIMO
           MOVE SPACES           TO LS-AVISO
           IF ART-ATIVO AND ART-STOCK NOT > ART-STOCK-MINIMO
               MOVE "<ENCOMENDAR" TO LS-AVISO
               ADD 1 TO WS-CONT-ENCOMENDAR
           END-IF
           MOVE WS-LIN-STOCK TO WS-LINHA
           PERFORM EMITE-LINHA
           ADD 1 TO WS-CONT-LISTADOS

           PERFORM LE-ARTIGO.

      ******************************************************************
      * RESUMO MENSAL DE VENDAS POR ARTIGO (VENDASMES.LIS)
      ******************************************************************
       RESUMO-VENDAS-MES.

           DISPLAY "MES DAS VENDAS (AAAAMM, ENTER = MES CORRENTE): "
           MOVE SPACES TO WS-MES-TX
           ACCEPT WS-MES-TX
           IF WS-MES-TX = SPACES OR WS-MES-TX NOT NUMERIC
               MOVE WS-DATA-HOJE (1: 6) TO WS-MES-PEDIDO
           ELSE
               MOVE WS-MES-TX TO WS-MES-PEDIDO
           END-IF

           INITIALIZE WS-RESUMO
           MOVE ZEROS TO WS-RES-CONT WS-TOT-QUANTIDADE WS-TOT-VALOR
                         WS-CONT-FORA-RESUMO

           PERFORM CARREGA-RESUMO-ARTIGOS

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT MOVSTOCK
           IF WS-FS-MOVSTOCK = "00"
               PERFORM LE-MOVIMENTO
               PERFORM SOMA-MOVIMENTO-VENDA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE MOVSTOCK
           END-IF

           MOVE "VENDASMES.LIS" TO WS-NOME-LISTAGEM
           OPEN OUTPUT LISTAGEM

           MOVE SPACES TO WS-LINHA
           STRING "RESUMO DE VENDAS AO BALCAO POR ARTIGO - MES "
                  WS-MES-PEDIDO (5: 2) "/" WS-MES-PEDIDO (1: 4)
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           PERFORM EDITA-DATA-HOJE
           MOVE SPACES TO WS-LINHA
           STRING "EMITIDO EM " WS-DATA-EDIT " POR " SGN-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "CODIGO DESCRICAO                        QTD.  "
             & "  VALOR C/IVA  LINHAS" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE ZEROS TO WS-CONT-LISTADOS
           PERFORM LINHA-RESUMO
               VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-RES-CONT

           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES          TO WS-LIN-VENDA
           MOVE "TOTAL DO MES"  TO LV-DESCRICAO
           MOVE WS-TOT-QUANTIDADE TO LV-QUANTIDADE
           MOVE WS-TOT-VALOR    TO LV-VALOR
           MOVE WS-LIN-VENDA TO WS-LINHA
           PERFORM EMITE-LINHA
           IF WS-CONT-FORA-RESUMO > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "AVISO: " WS-CONT-FORA-RESUMO " LINHAS DE "
                      "VENDA FORA DO RESUMO (TABELA CHEIA)."
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF
           CLOSE LISTAGEM

           MOVE WS-TOT-VALOR TO WS-VALOR-EDIT
           DISPLAY "ARTIGOS VENDIDOS NO MES: " WS-CONT-LISTADOS
                   " - TOTAL " WS-VALOR-EDIT
           DISPLAY "RESUMO EM VENDASMES.LIS."
           MOVE "VENDASMES" TO SPL-RELATORIO
           PERFORM ENVIA-AO-SPOOL.

      * O resumo sai pela ordem do mestre; os artigos so com
      * movimentos entram no fim.
       CARREGA-RESUMO-ARTIGOS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT ARTIGOS
           IF WS-FS-ARTIGOS = "00"
               PERFORM LE-ARTIGO
               PERFORM GUARDA-ARTIGO-RESUMO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ARTIGOS
           END-IF.

       GUARDA-ARTIGO-RESUMO.

           IF WS-RES-CONT < WS-RES-MAX
               ADD 1 TO WS-RES-CONT
               MOVE ART-CODIGO    TO WS-RS-CODIGO (WS-RES-CONT)
               MOVE ART-DESCRICAO TO WS-RS-DESCRICAO (WS-RES-CONT)
           END-IF

           PERFORM LE-ARTIGO.

       LE-MOVIMENTO.

           READ MOVSTOCK
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       SOMA-MOVIMENTO-VENDA.

           IF MST-VENDA AND MST-DATA (1: 6) = WS-MES-PEDIDO
               MOVE MST-ARTIGO TO WS-CODIGO
               PERFORM LOCALIZA-RESUMO
               IF WS-RES-USO = ZERO
                   ADD 1 TO WS-CONT-FORA-RESUMO
               ELSE
                   ADD MST-QUANTIDADE TO WS-RS-QUANTIDADE (WS-RES-USO)
                   ADD MST-VALOR      TO WS-RS-VALOR (WS-RES-USO)
                   ADD 1              TO WS-RS-VENDAS (WS-RES-USO)
               END-IF
               ADD MST-QUANTIDADE TO WS-TOT-QUANTIDADE
               ADD MST-VALOR      TO WS-TOT-VALOR
           END-IF

           PERFORM LE-MOVIMENTO.

      * Devolve em WS-RES-USO o acumulador do artigo WS-CODIGO,
      * acrescentando-o se falta (zero se a tabela esta cheia).
       LOCALIZA-RESUMO.

           MOVE ZEROS TO WS-RES-USO
           MOVE 'N' TO WS-RES-ACHADO
           PERFORM COMPARA-RESUMO
               VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-RES-CONT
                  OR WS-RESUMO-NA-TABELA

           IF NOT WS-RESUMO-NA-TABELA AND WS-RES-CONT < WS-RES-MAX
               ADD 1 TO WS-RES-CONT
               MOVE WS-CODIGO TO WS-RS-CODIGO (WS-RES-CONT)
               MOVE "(ARTIGO FORA DO MESTRE)"
                   TO WS-RS-DESCRICAO (WS-RES-CONT)
               MOVE WS-RES-CONT TO WS-RES-USO
           END-IF.

       COMPARA-RESUMO.

           IF WS-RS-CODIGO (WS-RES-IDX) = WS-CODIGO
               SET WS-RESUMO-NA-TABELA TO TRUE
               MOVE WS-RES-IDX TO WS-RES-USO
           END-IF.

      * So os artigos com vendas no mes.
       LINHA-RESUMO.

           IF WS-RS-VENDAS (WS-RES-IDX) > ZERO
               MOVE WS-RS-CODIGO (WS-RES-IDX)     TO LV-CODIGO
               MOVE WS-RS-DESCRICAO (WS-RES-IDX)  TO LV-DESCRICAO
               MOVE WS-RS-QUANTIDADE (WS-RES-IDX) TO LV-QUANTIDADE
               MOVE WS-RS-VALOR (WS-RES-IDX)      TO LV-VALOR
               MOVE WS-RS-VENDAS (WS-RES-IDX)     TO LV-VENDAS
               MOVE WS-LIN-VENDA TO WS-LINHA
               PERFORM EMITE-LINHA
               ADD 1 TO WS-CONT-LISTADOS
           END-IF.

      ******************************************************************
      * COMUNS
      ******************************************************************
       EDITA-DATA-HOJE.

           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-DH-DIA "/" WS-DH-MES "/" WS-DH-ANO
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING.

       EMITE-LINHA.

           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Copia do relatorio para o spool (PROGSPOOL) - sem o spool
      * ligado fica so o ficheiro.
       ENVIA-AO-SPOOL.

           MOVE WS-NOME-LISTAGEM TO SPL-FICHEIRO
           MOVE SGN-OPERADOR TO SPL-OPERADOR
           MOVE 'N' TO WS-IND-SPOOL
           CALL 'PROGSPOOL' USING SPOOL-PARAMETRES
               ON EXCEPTION
                   SET WS-SPOOL-FALHOU TO TRUE
           END-CALL
           IF NOT WS-SPOOL-FALHOU AND SPL-OK
               DISPLAY "CATALOGADO NO SPOOL COMO MEMBRO "
                       SPL-MEMBRO "."
           END-IF.
       END PROGRAM PROGARTIGO.
