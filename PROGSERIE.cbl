      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SERIES DE DOCUMENTOS FISCAIS - ABERTURA E CODIGO DE
      *          VALIDACAO DE CADA SERIE, LISTAGEM E VERIFICACAO DA
      *          NUMERACAO E DA CADEIA DE HASH.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. As series (SERIES.DAT, SERREG.cpy)
      *            sao uma por tipo de documento (FT/NC/RG) e ano; o
      *            PROGREGDOC abre-as sozinho na primeira emissao do
      *            ano, mas sem codigo de validacao. A opcao 1
      *            (supervisor) abre a serie antes da primeira
      *            emissao ou regista o codigo de validacao que a AT
      *            atribuiu - so enquanto a serie nao tiver codigo;
      *            os documentos ja emitidos ficam com o ATCUD que
      *            levaram. A opcao 3 percorre cada serie pela ordem
      *            do numero (DOCFISCAL.DAT pela chave alternativa) e
      *            lista as quebras: numeros em falta ou para alem do
      *            ultimo da serie, hash anterior que nao e o do
      *            documento anterior, hash que nao confere com os
      *            dados (registo alterado), data anterior a do
      *            documento anterior e documento registado que nao
      *            existe no seu ficheiro (FATURAS.DAT, NOTASCRED.DAT
      *            ou PAGAMENTOS.DAT) ou com valor diferente.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSERIE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIES     ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-CHAVE
               FILE STATUS IS WS-FS-SERIES.
           SELECT DOCFISCAL  ASSIGN TO "DOCFISCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFI-CHAVE
               ALTERNATE RECORD KEY IS DFI-SERIE-CHAVE
               FILE STATUS IS WS-FS-DOCFISCAL.
           SELECT FATURAS    ASSIGN TO "FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT NOTASCRED  ASSIGN TO "NOTASCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTASCRED.
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
       FD  SERIES.
       COPY "SERREG.cpy" REPLACING NIVEL-SER BY 01
                                   CAMPO-SER-REG BY FD-SERIE-REG.

       FD  DOCFISCAL.
       COPY "DFIREG.cpy" REPLACING NIVEL-DFI BY 01
                                   CAMPO-DFI-REG BY FD-DOCFISCAL-REG.

       FD  FATURAS.
       COPY "FATREG.cpy" REPLACING NIVEL-FAT BY 01
                                   CAMPO-FAT-REG BY FD-FATURA-REG.

       FD  NOTASCRED.
       COPY "NCRREG.cpy" REPLACING NIVEL-NCR BY 01
                                   CAMPO-NCR-REG BY FD-NOTACRED-REG.

       FD  PAGAMENTOS.
       COPY "PAGREG.cpy" REPLACING NIVEL-PAG BY 01
                                   CAMPO-PAG-REG BY FD-PAG-REGISTO.

       WORKING-STORAGE SECTION.
       01 WS-FS-SERIES             PIC X(02) VALUE ZEROS.
       01 WS-FS-DOCFISCAL          PIC X(02) VALUE ZEROS.
       01 WS-FS-FATURAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-NOTASCRED          PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SERIES            PIC X VALUE 'N'.
           88 WS-SEM-MAIS-SERIES          VALUE 'S'.
       01 WS-FIM-DOCUMENTOS        PIC X VALUE 'N'.
           88 WS-SEM-MAIS-DOCUMENTOS      VALUE 'S'.
       01 WS-IND-FATURAS           PIC X VALUE 'N'.
           88 WS-FATURAS-ABERTO           VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       01 WS-TIPO-PEDIDO           PIC X(02) VALUE SPACES.
           88 WS-TIPO-VALIDO              VALUE 'FT' 'NC' 'RG'.
       01 WS-ANO-PEDIDO            PIC 9(04) VALUE ZEROS.
       01 WS-VALIDACAO-PEDIDA      PIC X(08) VALUE SPACES.

      * Verificacao de cada serie.
       01 WS-SEQ-ESPERADO          PIC 9(06) VALUE ZEROS.
       01 WS-SEQ-FALTA             PIC 9(06) VALUE ZEROS.
       01 WS-HASH-ANTERIOR         PIC X(18) VALUE SPACES.
       01 WS-DATA-ANTERIOR         PIC 9(08) VALUE ZEROS.
       01 WS-QUEBRA-TEXTO          PIC X(50) VALUE SPACES.
       01 WS-CONT-SERIES           PIC 9(04) VALUE ZEROS.
       01 WS-CONT-DOCUMENTOS       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-QUEBRAS          PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SERIE-DOCS       PIC 9(06) VALUE ZEROS.

      * Notas de credito e recibos existentes, para confirmar que
      * cada documento registado existe no seu ficheiro.
       01 WS-NCR-TABELA.
           03 WS-NCR-CONT              PIC 9(04) VALUE ZEROS.
           03 WS-NCR-ENTRADA OCCURS 2000 TIMES.
               05 WS-NC-NUMERO         PIC 9(06).
               05 WS-NC-VALOR          PIC S9(07)V99.
       01 WS-NCR-IDX               PIC 9(04) VALUE ZEROS.
       01 WS-IND-NCR-CHEIA         PIC X VALUE 'N'.
           88 WS-NCR-CHEIA                VALUE 'S'.

       01 WS-RCB-TABELA.
           03 WS-RCB-CONT              PIC 9(04) VALUE ZEROS.
           03 WS-RCB-NUMERO            PIC 9(06) OCCURS 5000 TIMES.
       01 WS-RCB-IDX               PIC 9(04) VALUE ZEROS.
       01 WS-IND-RCB-CHEIA         PIC X VALUE 'N'.
           88 WS-RCB-CHEIA                VALUE 'S'.

       01 WS-IND-ORIGEM            PIC X VALUE 'N'.
           88 WS-ORIGEM-EXISTE            VALUE 'S'.
       01 WS-VALOR-ORIGEM          PIC S9(07)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT            PIC -(07)9.99.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-REGDOC            PIC X VALUE 'N'.
           88 WS-REGDOC-FALHOU            VALUE 'S'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

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
           DISPLAY "*   SERIES DE DOCUMENTOS FISCAIS          *"
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
               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO
           END-IF

           DISPLAY "SERIES TERMINADAS."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - ABRIR SERIE / REGISTAR CODIGO DE VALIDACAO"
           DISPLAY "  2 - LISTAR SERIES"
           DISPLAY "  3 - VERIFICAR NUMERACAO E CADEIA DAS SERIES"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   IF SGN-SUPERVISOR
                       PERFORM ABRE-SERIE
                   ELSE
                       DISPLAY "SO UM SUPERVISOR ABRE SERIES OU "
                               "REGISTA CODIGOS DE VALIDACAO."
                   END-IF
               WHEN 2
                   PERFORM LISTA-SERIES
               WHEN 3
                   PERFORM VERIFICA-SERIES
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      * -------------------- abertura / codigo de validacao ----------
       ABRE-SERIE.

           DISPLAY "TIPO DE DOCUMENTO (FT/NC/RG): "
           MOVE SPACES TO WS-TIPO-PEDIDO
           ACCEPT WS-TIPO-PEDIDO
           DISPLAY "ANO (AAAA): "
           ACCEPT WS-ANO-PEDIDO
           DISPLAY "CODIGO DE VALIDACAO ATRIBUIDO PELA AT: "
           MOVE SPACES TO WS-VALIDACAO-PEDIDA
           ACCEPT WS-VALIDACAO-PEDIDA

           IF NOT WS-TIPO-VALIDO
              OR WS-ANO-PEDIDO = ZEROS
              OR WS-VALIDACAO-PEDIDA = SPACES
               DISPLAY "DADOS INVALIDOS - NADA GRAVADO."
           ELSE
               OPEN I-O SERIES
               IF WS-FS-SERIES = "35"
                   OPEN OUTPUT SERIES
                   CLOSE SERIES
                   OPEN I-O SERIES
               END-IF

               IF WS-FS-SERIES NOT = "00"
                   DISPLAY "ERRO AO ABRIR SERIES.DAT - FILE STATUS "
                           WS-FS-SERIES
               ELSE
                   MOVE WS-TIPO-PEDIDO TO SER-TIPO
                   MOVE WS-ANO-PEDIDO  TO SER-ANO
                   READ SERIES
                       INVALID KEY
                           PERFORM GRAVA-SERIE-NOVA
                       NOT INVALID KEY
                           PERFORM REGISTA-VALIDACAO
                   END-READ
                   CLOSE SERIES
               END-IF
           END-IF.

       GRAVA-SERIE-NOVA.

           MOVE SPACES TO SER-CODIGO
           STRING WS-TIPO-PEDIDO WS-ANO-PEDIDO
               DELIMITED BY SIZE INTO SER-CODIGO
           END-STRING
           MOVE WS-VALIDACAO-PEDIDA TO SER-VALIDACAO
           MOVE ZEROS        TO SER-ULT-SEQ
           MOVE SPACES       TO SER-ULT-HASH
           MOVE ZEROS        TO SER-ULT-DATA
           MOVE WS-DATA-HOJE TO SER-DATA-ABERTURA

           WRITE FD-SERIE-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A SERIE - FILE STATUS "
                           WS-FS-SERIES
               NOT INVALID KEY
                   DISPLAY "SERIE " SER-CODIGO " ABERTA COM O "
                           "CODIGO DE VALIDACAO " SER-VALIDACAO "."
           END-WRITE.

      * O codigo so se regista uma vez: o ATCUD ja impresso nos
      * documentos nao pode mudar.
       REGISTA-VALIDACAO.

           IF SER-VALIDACAO NOT = SPACES
               DISPLAY "A SERIE " SER-CODIGO " JA TEM O CODIGO DE "
                       "VALIDACAO " SER-VALIDACAO " - NADA ALTERADO."
           ELSE
               MOVE WS-VALIDACAO-PEDIDA TO SER-VALIDACAO
               REWRITE FD-SERIE-REG
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A SERIE - FILE "
                               "STATUS " WS-FS-SERIES
                   NOT INVALID KEY
                       DISPLAY "CODIGO DE VALIDACAO REGISTADO NA "
                               "SERIE " SER-CODIGO "."
                       IF SER-ULT-SEQ > ZEROS
                           DISPLAY "OS " SER-ULT-SEQ " DOCUMENTOS "
                                   "JA EMITIDOS MANTEM O ATCUD 0-N."
                       END-IF
               END-REWRITE
           END-IF.

      * -------------------- listagem --------------------------------
       LISTA-SERIES.

           MOVE ZEROS TO WS-CONT-SERIES

           OPEN INPUT SERIES
           IF WS-FS-SERIES NOT = "00"
               DISPLAY "SEM SERIES (SERIES.DAT NAO EXISTE)."
           ELSE
               PERFORM INICIA-SERIES
               PERFORM MOSTRA-SERIE
                   UNTIL WS-SEM-MAIS-SERIES
               CLOSE SERIES
               DISPLAY "SERIES LISTADAS: " WS-CONT-SERIES
           END-IF.

       INICIA-SERIES.

           MOVE 'N' TO WS-FIM-SERIES
           MOVE LOW-VALUES TO SER-CHAVE
           START SERIES KEY IS >= SER-CHAVE
               INVALID KEY SET WS-SEM-MAIS-SERIES TO TRUE
           END-START

           IF NOT WS-SEM-MAIS-SERIES
               PERFORM LE-SERIE
           END-IF.

       LE-SERIE.

           READ SERIES NEXT RECORD
               AT END SET WS-SEM-MAIS-SERIES TO TRUE
           END-READ.

       MOSTRA-SERIE.

           ADD 1 TO WS-CONT-SERIES
           IF SER-VALIDACAO = SPACES
               DISPLAY "  " SER-CODIGO " | SEM CODIGO DE VALIDACAO"
                       " | ULTIMO N. " SER-ULT-SEQ
                       " | " SER-ULT-DATA
           ELSE
               DISPLAY "  " SER-CODIGO " | VALIDACAO "
                       SER-VALIDACAO " | ULTIMO N. " SER-ULT-SEQ
                       " | " SER-ULT-DATA
           END-IF

           PERFORM LE-SERIE.

      * -------------------- verificacao -----------------------------
       VERIFICA-SERIES.

           MOVE ZEROS TO WS-CONT-SERIES
                         WS-CONT-DOCUMENTOS
                         WS-CONT-QUEBRAS

           PERFORM CARREGA-NOTAS
           PERFORM CARREGA-RECIBOS

           MOVE 'N' TO WS-IND-FATURAS
           OPEN INPUT FATURAS
           IF WS-FS-FATURAS = "00"
               SET WS-FATURAS-ABERTO TO TRUE
           END-IF

           OPEN INPUT SERIES
           OPEN INPUT DOCFISCAL
           IF WS-FS-SERIES NOT = "00"
              OR WS-FS-DOCFISCAL NOT = "00"
               DISPLAY "SEM SERIES OU SEM DOCUMENTOS REGISTADOS "
                       "(SERIES.DAT / DOCFISCAL.DAT)."
           ELSE
               PERFORM INICIA-SERIES
               PERFORM VERIFICA-SERIE
                   UNTIL WS-SEM-MAIS-SERIES
               DISPLAY " "
               DISPLAY "SERIES VERIFICADAS: " WS-CONT-SERIES
                       "  DOCUMENTOS: " WS-CONT-DOCUMENTOS
                       "  QUEBRAS: " WS-CONT-QUEBRAS
           END-IF

           IF WS-FS-SERIES = "00"
               CLOSE SERIES
           END-IF
           IF WS-FS-DOCFISCAL = "00"
               CLOSE DOCFISCAL
           END-IF
           IF WS-FATURAS-ABERTO
               CLOSE FATURAS
           END-IF.

      * Os documentos da serie pela ordem do numero na serie: cada
      * um tem de ser o seguinte do anterior e levar o hash dele.
       VERIFICA-SERIE.

           ADD 1 TO WS-CONT-SERIES
           MOVE 1 TO WS-SEQ-ESPERADO
           MOVE SPACES TO WS-HASH-ANTERIOR
           MOVE ZEROS TO WS-DATA-ANTERIOR
                         WS-CONT-SERIE-DOCS

           IF SER-VALIDACAO = SPACES
               DISPLAY "AVISO: SERIE " SER-CODIGO " SEM CODIGO DE "
                       "VALIDACAO."
           END-IF

           MOVE 'N' TO WS-FIM-DOCUMENTOS
           MOVE SER-CODIGO TO DFI-SERIE
           MOVE ZEROS TO DFI-SEQ
           START DOCFISCAL KEY IS >= DFI-SERIE-CHAVE
               INVALID KEY SET WS-SEM-MAIS-DOCUMENTOS TO TRUE
           END-START

           IF NOT WS-SEM-MAIS-DOCUMENTOS
               PERFORM LE-DOCUMENTO
           END-IF
           PERFORM VERIFICA-DOCUMENTO
               UNTIL WS-SEM-MAIS-DOCUMENTOS

           COMPUTE WS-SEQ-FALTA = WS-SEQ-ESPERADO - 1
           IF WS-SEQ-FALTA < SER-ULT-SEQ
               MOVE SPACES TO WS-QUEBRA-TEXTO
               STRING "EMITIDOS SEM REGISTO OS NUMEROS "
                      WS-SEQ-ESPERADO " A " SER-ULT-SEQ
                   DELIMITED BY SIZE INTO WS-QUEBRA-TEXTO
               END-STRING
               PERFORM MOSTRA-QUEBRA-SERIE
           END-IF
           IF WS-SEQ-FALTA > SER-ULT-SEQ
               MOVE "DOCUMENTOS PARA ALEM DO ULTIMO NUMERO DA SERIE"
                   TO WS-QUEBRA-TEXTO
               PERFORM MOSTRA-QUEBRA-SERIE
           END-IF
           IF WS-CONT-SERIE-DOCS > ZERO
              AND WS-HASH-ANTERIOR NOT = SER-ULT-HASH
               MOVE "HASH DO ULTIMO DOCUMENTO DIFERENTE DO DA SERIE"
                   TO WS-QUEBRA-TEXTO
               PERFORM MOSTRA-QUEBRA-SERIE
           END-IF

           DISPLAY "SERIE " SER-CODIGO ": " WS-CONT-SERIE-DOCS
                   " DOCUMENTO(S) VERIFICADO(S)."

           PERFORM LE-SERIE.

       LE-DOCUMENTO.

           READ DOCFISCAL NEXT RECORD
               AT END SET WS-SEM-MAIS-DOCUMENTOS TO TRUE
           END-READ

           IF NOT WS-SEM-MAIS-DOCUMENTOS
              AND DFI-SERIE NOT = SER-CODIGO
               SET WS-SEM-MAIS-DOCUMENTOS TO TRUE
           END-IF.

       VERIFICA-DOCUMENTO.

           ADD 1 TO WS-CONT-DOCUMENTOS
           ADD 1 TO WS-CONT-SERIE-DOCS

           IF DFI-SEQ > WS-SEQ-ESPERADO
               COMPUTE WS-SEQ-FALTA = DFI-SEQ - 1
               MOVE SPACES TO WS-QUEBRA-TEXTO
               STRING "FALTAM OS NUMEROS " WS-SEQ-ESPERADO
                      " A " WS-SEQ-FALTA
                   DELIMITED BY SIZE INTO WS-QUEBRA-TEXTO
               END-STRING
               PERFORM MOSTRA-QUEBRA
           END-IF

           IF DFI-HASH-ANTERIOR NOT = WS-HASH-ANTERIOR
               MOVE "CADEIA QUEBRADA - HASH ANTERIOR NAO CONFERE"
                   TO WS-QUEBRA-TEXTO
               PERFORM MOSTRA-QUEBRA
           END-IF

           PERFORM RECALCULA-HASH
           IF RD-OK AND RD-HASH NOT = DFI-HASH
               MOVE "HASH NAO CONFERE COM OS DADOS (ALTERADO)"
                   TO WS-QUEBRA-TEXTO
               PERFORM MOSTRA-QUEBRA
           END-IF

           IF DFI-DATA < WS-DATA-ANTERIOR
               MOVE "DATA ANTERIOR A DO DOCUMENTO ANTERIOR"
                   TO WS-QUEBRA-TEXTO
               PERFORM MOSTRA-QUEBRA
           END-IF

           PERFORM VERIFICA-ORIGEM

           COMPUTE WS-SEQ-ESPERADO = DFI-SEQ + 1
           MOVE DFI-HASH TO WS-HASH-ANTERIOR
           MOVE DFI-DATA TO WS-DATA-ANTERIOR

           PERFORM LE-DOCUMENTO.

       RECALCULA-HASH.

           MOVE 'H'               TO RD-FUNCAO
           MOVE DFI-TIPO          TO RD-TIPO
           MOVE DFI-NUMERO        TO RD-NUMERO
           MOVE DFI-DATA          TO RD-DATA
           MOVE DFI-VALOR         TO RD-VALOR
           MOVE DFI-SERIE         TO RD-SERIE
           MOVE DFI-SEQ           TO RD-SEQ
           MOVE DFI-HASH-ANTERIOR TO RD-HASH-ANTERIOR
           MOVE 'N' TO WS-IND-REGDOC

           CALL 'PROGREGDOC' USING REGDOC-PARAMETRES
               ON EXCEPTION
                   SET WS-REGDOC-FALHOU TO TRUE
           END-CALL

           IF WS-REGDOC-FALHOU
               SET RD-ERRO TO TRUE
           END-IF.

      * O documento registado tem de existir no seu ficheiro; a
      * fatura e a nota de credito com o mesmo valor.
       VERIFICA-ORIGEM.

           MOVE 'N' TO WS-IND-ORIGEM
           MOVE ZEROS TO WS-VALOR-ORIGEM

           EVALUATE DFI-TIPO
               WHEN 'FT'
                   IF WS-FATURAS-ABERTO
                       MOVE DFI-NUMERO TO FAT-NUMERO
                       READ FATURAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET WS-ORIGEM-EXISTE TO TRUE
                               MOVE FAT-VALOR TO WS-VALOR-ORIGEM
                       END-READ
                   END-IF
               WHEN 'NC'
                   IF WS-NCR-CHEIA
                       SET WS-ORIGEM-EXISTE TO TRUE
                       MOVE DFI-VALOR TO WS-VALOR-ORIGEM
                   ELSE
                       PERFORM PROCURA-NOTA
                           VARYING WS-NCR-IDX FROM 1 BY 1
                           UNTIL WS-NCR-IDX > WS-NCR-CONT
                              OR WS-ORIGEM-EXISTE
                   END-IF
               WHEN OTHER
                   MOVE DFI-VALOR TO WS-VALOR-ORIGEM
                   IF WS-RCB-CHEIA
                       SET WS-ORIGEM-EXISTE TO TRUE
                   ELSE
                       PERFORM PROCURA-RECIBO
                           VARYING WS-RCB-IDX FROM 1 BY 1
                           UNTIL WS-RCB-IDX > WS-RCB-CONT
                              OR WS-ORIGEM-EXISTE
                   END-IF
           END-EVALUATE

           IF NOT WS-ORIGEM-EXISTE
               MOVE SPACES TO WS-QUEBRA-TEXTO
               STRING "DOCUMENTO " DFI-NUMERO
                      " NAO EXISTE NO SEU FICHEIRO"
                   DELIMITED BY SIZE INTO WS-QUEBRA-TEXTO
               END-STRING
               PERFORM MOSTRA-QUEBRA
           ELSE
               IF WS-VALOR-ORIGEM NOT = DFI-VALOR
                   MOVE WS-VALOR-ORIGEM TO WS-VALOR-EDIT
                   MOVE SPACES TO WS-QUEBRA-TEXTO
                   STRING "VALOR DIFERENTE DO DOCUMENTO ("
                          WS-VALOR-EDIT ")"
                       DELIMITED BY SIZE INTO WS-QUEBRA-TEXTO
                   END-STRING
                   PERFORM MOSTRA-QUEBRA
               END-IF
           END-IF.

       PROCURA-NOTA.

           IF WS-NC-NUMERO (WS-NCR-IDX) = DFI-NUMERO
               SET WS-ORIGEM-EXISTE TO TRUE
               MOVE WS-NC-VALOR (WS-NCR-IDX) TO WS-VALOR-ORIGEM
           END-IF.

       PROCURA-RECIBO.

           IF WS-RCB-NUMERO (WS-RCB-IDX) = DFI-NUMERO
               SET WS-ORIGEM-EXISTE TO TRUE
           END-IF.

       MOSTRA-QUEBRA.

           ADD 1 TO WS-CONT-QUEBRAS
           DISPLAY "QUEBRA: " SER-CODIGO "/" DFI-SEQ " ("
                   DFI-TIPO " " DFI-NUMERO ") - " WS-QUEBRA-TEXTO.

       MOSTRA-QUEBRA-SERIE.

           ADD 1 TO WS-CONT-QUEBRAS
           DISPLAY "QUEBRA: SERIE " SER-CODIGO " - "
                   WS-QUEBRA-TEXTO.

       CARREGA-NOTAS.

           MOVE ZEROS TO WS-NCR-CONT
           MOVE 'N' TO WS-IND-NCR-CHEIA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT NOTASCRED
           IF WS-FS-NOTASCRED = "00"
               PERFORM LE-NOTA
               PERFORM GUARDA-NOTA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE NOTASCRED
           END-IF.

       LE-NOTA.

           READ NOTASCRED
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-NOTA.

           IF WS-NCR-CONT < 2000
               ADD 1 TO WS-NCR-CONT
               MOVE NCR-NUMERO TO WS-NC-NUMERO (WS-NCR-CONT)
               MOVE NCR-VALOR  TO WS-NC-VALOR (WS-NCR-CONT)
           ELSE
               IF NOT WS-NCR-CHEIA
                   SET WS-NCR-CHEIA TO TRUE
                   DISPLAY "AVISO: MAIS DE 2000 NOTAS DE CREDITO - "
                           "A EXISTENCIA DAS NC NAO E CONFERIDA."
               END-IF
           END-IF

           PERFORM LE-NOTA.

      * Os recibos emitidos sao as confirmacoes com numero de recibo
      * (o estorno repete o numero do recibo que anula).
       CARREGA-RECIBOS.

           MOVE ZEROS TO WS-RCB-CONT
           MOVE 'N' TO WS-IND-RCB-CHEIA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM GUARDA-RECIBO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF.

       LE-PAGAMENTO.

           READ PAGAMENTOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-RECIBO.

           IF PAG-CONFIRMADO AND PAG-RECIBO > ZEROS
               IF WS-RCB-CONT = ZERO
                  OR WS-RCB-NUMERO (WS-RCB-CONT) NOT = PAG-RECIBO
                   IF WS-RCB-CONT < 5000
                       ADD 1 TO WS-RCB-CONT
                       MOVE PAG-RECIBO TO WS-RCB-NUMERO (WS-RCB-CONT)
                   ELSE
                       IF NOT WS-RCB-CHEIA
                           SET WS-RCB-CHEIA TO TRUE
                           DISPLAY "AVISO: MAIS DE 5000 RECIBOS - A "
                                   "EXISTENCIA DOS RG NAO E "
                                   "CONFERIDA."
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM LE-PAGAMENTO.
