      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: PROVA DA CONTA DE CONTROLO DE CLIENTES - PARA UMA
      *          DATA DE CORTE, POR CLIENTE E NO TOTAL, O SALDO
      *          DOS MOVIMENTOS (ABERTURA + FATURAS + FATURAS DE
      *          JUROS - NOTAS DE CREDITO - PAGAMENTOS + ESTORNOS
      *          - ANULADO) TEM DE BATER COM O SALDO EM ABERTO
      *          RECALCULADO PARCELA A PARCELA; AS DIFERENCAS SAEM
      *          NUMA LISTAGEM DE EXCECOES.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. Nada provava que os ficheiros da
      *            faturacao batiam entre si - um pagamento lancado
      *            a fatura de outro cliente, um plano de prestacoes
      *            que nao soma a fatura ou um pagamento de fatura
      *            anulada so se viam quando o cliente reclamava. O
      *            lado dos movimentos soma por cliente, cada
      *            documento pelo cliente que leva: saldo de
      *            abertura (tudo o que tem data antes do dia 1 do
      *            mes do corte), faturas emitidas no mes (as de
      *            descricao "JUROS DE MORA FAT" a parte), notas de
      *            credito, pagamentos confirmados, estornos e o
      *            anulado como incobravel (PROGINCOBRAVEL, anulacao
      *            menos recuperacao), ate a data de corte. O lado
      *            do saldo em aberto e recalculado fatura a fatura
      *            e vai para o cliente da fatura: as parcelas de
      *            PRESTACOES.DAT (a fatura sem plano vale pelo
      *            valor), menos o pago/estornado, o creditado e o
      *            anulado ate ao corte. As parcelas consolidadas
      *            num acordo (estado R) ficam de fora com o que
      *            nelas foi pago - o residual delas passou as
      *            parcelas novas do acordo. As faturas canceladas
      *            nao entram em nenhum dos lados. O plano em vigor
      *            e o de hoje, mesmo para um corte passado. Tudo
      *            passa por dois SORT (por fatura e por cliente),
      *            sem tabelas em memoria, e a corrida acrescenta
      *            uma linha a EXECUCAO.LOG (LEXREG.cpy). Os
      *            clientes com diferenca e os totais saem em
      *            CONTACLI.LIS, que vai para o spool; o resultado
      *            da prova fica em CONTACLI.DAT (CCLREG.cpy), onde
      *            o PROGFECHOMES o consulta antes de fechar um mes.
      *            Sem teclado (passo do job FIMMES) o corte e o
      *            dia e, batendo a prova, o proprio passo fecha o
      *            mes em MESFECHO.DAT assinado "LOTE"; com
      *            diferencas o mes fica aberto e o passo termina
      *            RC-ERRO.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONTACLI.
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
           SELECT ANULACOES  ASSIGN TO "ANULACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANULACOES.
           SELECT CLIENTES   ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT MESFECHO   ASSIGN TO "MESFECHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESFECHO.
           SELECT RESULTADO  ASSIGN TO "CONTACLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULTADO.
           SELECT RELATORIO  ASSIGN TO "CONTACLI.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           SELECT SALDOS     ASSIGN TO "CONTACLI.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALDOS.
           SELECT LOG-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT ORDENA-FATURAS  ASSIGN TO "CONTAFAT.SRT".
           SELECT ORDENA-CLIENTES ASSIGN TO "CONTACLI.SRT".
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

       FD  ANULACOES.
       COPY "ANUREG.cpy" REPLACING NIVEL-ANU BY 01
                                   CAMPO-ANU-REG BY FD-ANULACAO-REG.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  MESFECHO.
       COPY "MFEREG.cpy" REPLACING NIVEL-MFE BY 01
                                   CAMPO-MFE-REG BY FD-MESFECHO-REG.

       FD  RESULTADO.
       COPY "CCLREG.cpy" REPLACING NIVEL-CCL BY 01
                                   CAMPO-CCL-REG BY FD-RESULTADO-REG.

       FD  RELATORIO.
       01  FD-RELATORIO-REG            PIC X(80).

      * Uma parcela de saldo de um cliente: uma coluna do lado dos
      * movimentos (AB abertura, FA faturas, JU faturas de juros,
      * NC notas de credito, PG pagamentos, ES estornos, AN
      * anulado) ou o saldo em aberto de uma fatura (SL).
       FD  SALDOS.
       01  FD-SALDO-REG.
           03 SLD-CLIENTE              PIC 9(06).
           03 SLD-COLUNA               PIC X(02).
           03 SLD-VALOR                PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.

       FD  LOG-EXECUCAO.
       01  FD-LOG-REG                  PIC X(80).

      * Tudo o que pesa no saldo em aberto de uma fatura, por esta
      * ordem dentro dela: 1 = a fatura (parcela 00), 2 = uma
      * parcela do plano, 3 = pago, estorno, nota de credito ou
      * anulado, a seguir a parcela a que se refere.
       SD  ORDENA-FATURAS.
       01  SFA-REGISTO.
           03 SFA-FATURA               PIC 9(06).
           03 SFA-PARCELA              PIC 9(02).
           03 SFA-TIPO                 PIC X(01).
               88 SFA-DA-FATURA               VALUE '1'.
               88 SFA-PARCELA-PLANO           VALUE '2'.
               88 SFA-MOVIMENTO               VALUE '3'.
           03 SFA-CLIENTE              PIC 9(06).
           03 SFA-VALOR                PIC S9(09)V99.
           03 SFA-ESTADO               PIC X(01).

       SD  ORDENA-CLIENTES.
       01  SCL-REGISTO.
           03 SCL-CLIENTE              PIC 9(06).
           03 SCL-COLUNA               PIC X(02).
           03 SCL-VALOR                PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       COPY "RETCOD.cpy".
       COPY "LEXREG.cpy" REPLACING NIVEL-LEX BY 01
                                   CAMPO-LEX-REG BY WS-LEX-REG.

       01 WS-FS-FATURAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-PRESTACOES         PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-NOTASCRED          PIC X(02) VALUE ZEROS.
       01 WS-FS-ANULACOES          PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-MESFECHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-RESULTADO          PIC X(02) VALUE ZEROS.
       01 WS-FS-RELATORIO          PIC X(02) VALUE ZEROS.
       01 WS-FS-SALDOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.

      * Sem teclado (passo de job) a resposta vem vazia e vale o
      * lote, como no PROGPAINEL.
       01 WS-MODO                  PIC X(01) VALUE SPACE.
           88 WS-MODO-ECRA                VALUE 'E'.
       01 WS-OPERADOR              PIC X(08) VALUE "LOTE".

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CORTE            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ABERTURA         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ABERTURA-R REDEFINES WS-DATA-ABERTURA.
           03 WS-ABERTURA-MES      PIC 9(06).
           03 WS-ABERTURA-DIA      PIC 9(02).
       01 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-MOVIMENTO       PIC S9(09)V99 VALUE ZEROS.

      * Fatura em tratamento no apuramento do saldo em aberto.
       01 WS-FAT-ATUAL             PIC 9(06) VALUE ZEROS.
       01 WS-FAT-ABERTA            PIC X VALUE 'N'.
           88 WS-FAT-EM-CURSO             VALUE 'S'.
       01 WS-FAT-EXISTE            PIC X VALUE 'N'.
           88 WS-FATURA-EXISTE            VALUE 'S'.
       01 WS-FAT-COM-PLANO         PIC X VALUE 'N'.
           88 WS-FATURA-COM-PLANO         VALUE 'S'.
       01 WS-FAT-CLIENTE           PIC 9(06) VALUE ZEROS.
       01 WS-FAT-VALOR             PIC S9(09)V99 VALUE ZEROS.
       01 WS-FAT-PARCELAS          PIC S9(09)V99 VALUE ZEROS.
       01 WS-FAT-ABATIDO           PIC S9(09)V99 VALUE ZEROS.
       01 WS-PARCELA-ATUAL         PIC 9(02) VALUE ZEROS.
       01 WS-PARCELA-RENEG         PIC X VALUE 'N'.
           88 WS-PARCELA-RENEGOCIADA      VALUE 'S'.

      * Cliente em tratamento: as colunas dos movimentos e o saldo
      * recalculado.
       01 WS-CLI-ABERTO            PIC X VALUE 'N'.
           88 WS-CLI-EM-CURSO             VALUE 'S'.
       01 WS-CL-CLIENTE            PIC 9(06) VALUE ZEROS.
       01 WS-CL-COLUNAS.
           03 WS-CL-ABERTURA       PIC S9(09)V99.
           03 WS-CL-FATURAS        PIC S9(09)V99.
           03 WS-CL-JUROS          PIC S9(09)V99.
           03 WS-CL-NOTAS          PIC S9(09)V99.
           03 WS-CL-PAGOS          PIC S9(09)V99.
           03 WS-CL-ESTORNOS       PIC S9(09)V99.
           03 WS-CL-ANULADO        PIC S9(09)V99.
           03 WS-CL-EM-ABERTO      PIC S9(09)V99.
       01 WS-CL-MOVIMENTOS         PIC S9(09)V99 VALUE ZEROS.
       01 WS-CL-DIFERENCA          PIC S9(09)V99 VALUE ZEROS.

      * Totais da prova.
       01 WS-TOTAIS.
           03 WS-TOT-ABERTURA      PIC S9(09)V99.
           03 WS-TOT-FATURAS       PIC S9(09)V99.
           03 WS-TOT-JUROS         PIC S9(09)V99.
           03 WS-TOT-NOTAS         PIC S9(09)V99.
           03 WS-TOT-PAGOS         PIC S9(09)V99.
           03 WS-TOT-ESTORNOS      PIC S9(09)V99.
           03 WS-TOT-ANULADO       PIC S9(09)V99.
           03 WS-TOT-MOVIMENTOS    PIC S9(09)V99.
           03 WS-TOT-EM-ABERTO     PIC S9(09)V99.
           03 WS-TOT-DIFERENCA     PIC S9(09)V99.

       01 WS-PROVA                 PIC X VALUE 'B'.
           88 WS-PROVA-BATE               VALUE 'B'.
           88 WS-PROVA-DIFERENCA          VALUE 'D'.
       01 WS-ESTADO-MES            PIC X VALUE SPACE.

       01 WS-NOME-CLIENTE          PIC X(30) VALUE SPACES.
       01 WS-LINHA                 PIC X(80) VALUE SPACES.

       01 WS-LINHA-EXCECAO.
           03 WS-EXC-CLIENTE       PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-EXC-NOME          PIC X(22).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-EXC-MOVIMENTOS    PIC -(08)9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-EXC-EM-ABERTO     PIC -(08)9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-EXC-DIFERENCA     PIC -(08)9.99.

       01 WS-CABECALHO-EXCECAO.
           03 FILLER               PIC X(30) VALUE "CLIENTE NOME".
           03 FILLER               PIC X(13) VALUE "  MOVIMENTOS".
           03 FILLER               PIC X(13) VALUE "    EM ABERTO".
           03 FILLER               PIC X(12) VALUE "   DIFERENCA".

       01 WS-LINHA-TOTAL.
           03 WS-TOT-TEXTO         PIC X(40).
           03 WS-TOT-VALOR         PIC -(08)9.99.

       01 WS-CONT-CLIENTES         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-EXCECOES         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ORDENADOS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-SALDOS           PIC 9(07) VALUE ZEROS.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.

       01 DATAS-PARAMETRES.
           02 DT-FUNCAO                PIC X(01).
           02 DT-DATA1                 PIC 9(08).
           02 DT-DATA2                 PIC 9(08).
           02 DT-DIAS                  PIC S9(05).
           02 DT-DIA-SEMANA            PIC 9(01).
           02 DT-RESULTADO             PIC X(01).
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

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
       PRINCIPAL SECTION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   PROVA DA CONTA DE CONTROLO CLIENTES   *"
           PERFORM CONSULTA-AMBIENTE
           DISPLAY "*******************************************"

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-CORTE

           DISPLAY "MODO (E = ECRA, ENTER = LOTE COM FECHO DO MES): "
           ACCEPT WS-MODO

           IF WS-MODO-ECRA
               PERFORM IDENTIFICA-OPERADOR
               IF WS-SIGNON-FALHOU OR SGN-FALHOU
                   DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                           "ENCERRADA."
                   GOBACK
               END-IF
               PERFORM PEDE-DATA-CORTE
               IF DT-INVALIDO
                   DISPLAY "DATA DE CORTE INVALIDA - PROVA NAO "
                           "EFETUADA."
                   GOBACK
               END-IF
           END-IF

           MOVE WS-DATA-CORTE TO WS-DATA-ABERTURA
           MOVE 01 TO WS-ABERTURA-DIA
           INITIALIZE WS-TOTAIS

           DISPLAY "DATA DE CORTE: " WS-DATA-CORTE
                   "  ABERTURA ANTES DE " WS-DATA-ABERTURA

           PERFORM ABRE-RELATORIO

      * Primeiro passo: os movimentos vao direto para CONTACLI.TMP
      * e, por fatura, o saldo em aberto recalculado tambem.
           OPEN OUTPUT SALDOS
           SORT ORDENA-FATURAS
               ON ASCENDING KEY SFA-FATURA SFA-PARCELA SFA-TIPO
               INPUT PROCEDURE IS SELECIONA-MOVIMENTOS
               OUTPUT PROCEDURE IS APURA-FATURAS
           CLOSE SALDOS

      * Segundo passo: as colunas por cliente, um cliente de cada
      * vez.
           ADD WS-CONT-SALDOS TO WS-CONT-LIDOS
           SORT ORDENA-CLIENTES
               ON ASCENDING KEY SCL-CLIENTE
               USING SALDOS
               OUTPUT PROCEDURE IS PROVA-CLIENTES

           IF WS-CONT-ORDENADOS NOT = WS-CONT-LIDOS
               DISPLAY "ERRO: ENTREGUES " WS-CONT-LIDOS
                       " / DEVOLVIDOS " WS-CONT-ORDENADOS
                       " PELAS ORDENACOES - PROVA INCOMPLETA."
               SET WS-PROVA-DIFERENCA TO TRUE
           END-IF
           IF WS-CONT-EXCECOES > ZERO
              OR WS-TOT-DIFERENCA NOT = ZEROS
               SET WS-PROVA-DIFERENCA TO TRUE
           END-IF

           PERFORM EMITE-TOTAIS
           CLOSE RELATORIO

           PERFORM GRAVA-RESULTADO
           PERFORM GRAVA-LOG-EXECUCAO

           DISPLAY "CLIENTES PROVADOS: " WS-CONT-CLIENTES
                   "  EM EXCECAO: " WS-CONT-EXCECOES
           MOVE "CONTACLI" TO SPL-RELATORIO
           MOVE "CONTACLI.LIS" TO SPL-FICHEIRO
           PERFORM ENVIA-AO-SPOOL

           EVALUATE TRUE
               WHEN WS-PROVA-BATE AND NOT WS-MODO-ECRA
                   DISPLAY "A PROVA BATE."
                   PERFORM FECHA-MES
               WHEN WS-PROVA-BATE
                   DISPLAY "A PROVA BATE."
               WHEN NOT WS-MODO-ECRA
                   DISPLAY "PROVA COM DIFERENCAS - O MES "
                           WS-ABERTURA-MES " FICA ABERTO."
                   SET RC-ERRO TO TRUE
               WHEN OTHER
                   DISPLAY "PROVA COM DIFERENCAS - VER CONTACLI.LIS."
                   SET RC-AVISO TO TRUE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO RETURN-CODE
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

       IDENTIFICA-OPERADOR.

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF NOT WS-SIGNON-FALHOU AND SGN-OK
               MOVE SGN-OPERADOR TO WS-OPERADOR
           END-IF.

      * No ecra o corte pode ser uma data passada; ENTER vale hoje.
       PEDE-DATA-CORTE.

           DISPLAY "DATA DE CORTE (AAAAMMDD, ENTER = HOJE): "
           ACCEPT WS-DATA-CORTE
           IF WS-DATA-CORTE = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-CORTE
           END-IF

           MOVE 'W' TO DT-FUNCAO
           MOVE WS-DATA-CORTE TO DT-DATA1
           SET DT-INVALIDO TO TRUE
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU OR WS-DATA-CORTE > WS-DATA-HOJE
               SET DT-INVALIDO TO TRUE
           END-IF.

       ABRE-RELATORIO.

           OPEN OUTPUT RELATORIO

           IF AMB-FORMACAO
               MOVE AMB-MARCA TO FD-RELATORIO-REG
               WRITE FD-RELATORIO-REG
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "PROVA DA CONTA DE CONTROLO DE CLIENTES - CORTE "
                  WS-DATA-CORTE DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "EMITIDA EM " WS-DATA-HOJE " POR " WS-OPERADOR
                  DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "EXCECOES - CLIENTES EM QUE OS DOIS SALDOS DIFEREM"
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE WS-CABECALHO-EXCECAO TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA.

       EMITE-LINHA.

           MOVE WS-LINHA TO FD-RELATORIO-REG
           WRITE FD-RELATORIO-REG.

       EMITE-TOTAIS.

           IF WS-CONT-EXCECOES = ZERO
               MOVE "(SEM EXCECOES)" TO WS-LINHA
               PERFORM EMITE-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "TOTAIS DA PROVA" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE "SALDO DE ABERTURA" TO WS-TOT-TEXTO
           MOVE WS-TOT-ABERTURA TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "+ FATURAS EMITIDAS" TO WS-TOT-TEXTO
           MOVE WS-TOT-FATURAS TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "+ FATURAS DE JUROS DE MORA" TO WS-TOT-TEXTO
           MOVE WS-TOT-JUROS TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "- NOTAS DE CREDITO" TO WS-TOT-TEXTO
           MOVE WS-TOT-NOTAS TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "- PAGAMENTOS CONFIRMADOS" TO WS-TOT-TEXTO
           MOVE WS-TOT-PAGOS TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "+ ESTORNOS" TO WS-TOT-TEXTO
           MOVE WS-TOT-ESTORNOS TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "- ANULADO (ANULACOES MENOS RECUPERACOES)"
               TO WS-TOT-TEXTO
           MOVE WS-TOT-ANULADO TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "= SALDO DOS MOVIMENTOS" TO WS-TOT-TEXTO
           MOVE WS-TOT-MOVIMENTOS TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "SALDO EM ABERTO (PARCELA A PARCELA)" TO WS-TOT-TEXTO
           MOVE WS-TOT-EM-ABERTO TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "DIFERENCA" TO WS-TOT-TEXTO
           MOVE WS-TOT-DIFERENCA TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "CLIENTES PROVADOS: " WS-CONT-CLIENTES
                  "   EM EXCECAO: " WS-CONT-EXCECOES
                  DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           IF WS-PROVA-BATE
               MOVE "*** A PROVA BATE ***" TO WS-LINHA
           ELSE
               MOVE "*** PROVA COM DIFERENCAS ***" TO WS-LINHA
           END-IF
           PERFORM EMITE-LINHA.

       EMITE-TOTAL.

           MOVE WS-LINHA-TOTAL TO WS-LINHA
           PERFORM EMITE-LINHA.

      * O resultado de cada corrida fica em CONTACLI.DAT - e ai que
      * o PROGFECHOMES ve se o mes pode ser fechado.
       GRAVA-RESULTADO.

           ACCEPT WS-HORA-AGORA FROM TIME

           OPEN EXTEND RESULTADO
           IF WS-FS-RESULTADO = "35"
               OPEN OUTPUT RESULTADO
               CLOSE RESULTADO
               OPEN EXTEND RESULTADO
           END-IF

           MOVE WS-ABERTURA-MES      TO CCL-MES
           MOVE WS-DATA-CORTE        TO CCL-DATA-CORTE
           MOVE WS-DATA-HOJE         TO CCL-DATA
           MOVE WS-HORA-AGORA (1: 6) TO CCL-HORA
           MOVE WS-PROVA             TO CCL-SITUACAO
           MOVE WS-CONT-CLIENTES     TO CCL-CLIENTES
           MOVE WS-CONT-EXCECOES     TO CCL-EXCECOES
           MOVE WS-TOT-DIFERENCA     TO CCL-DIFERENCA-TOTAL
           MOVE WS-OPERADOR          TO CCL-OPERADOR
           WRITE FD-RESULTADO-REG

           CLOSE RESULTADO.

      * Passo do FIMMES com a prova a bater: fecha o mes do corte
      * em MESFECHO.DAT, se ainda nao estiver fechado.
       FECHA-MES.

           PERFORM APURA-ESTADO-MES

           IF WS-ESTADO-MES = 'F'
               DISPLAY "O MES " WS-ABERTURA-MES " JA ESTA FECHADO."
           ELSE
               OPEN EXTEND MESFECHO
               IF WS-FS-MESFECHO = "35"
                   OPEN OUTPUT MESFECHO
                   CLOSE MESFECHO
                   OPEN EXTEND MESFECHO
               END-IF

               MOVE WS-ABERTURA-MES TO MFE-MES
               SET MFE-FECHADO TO TRUE
               MOVE WS-DATA-HOJE    TO MFE-DATA
               MOVE WS-OPERADOR     TO MFE-OPERADOR
               WRITE FD-MESFECHO-REG

               CLOSE MESFECHO
               DISPLAY "MES " WS-ABERTURA-MES " FECHADO."
           END-IF.

      * O estado do mes e o do ultimo registo dele no ficheiro.
       APURA-ESTADO-MES.

           MOVE SPACE TO WS-ESTADO-MES
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT MESFECHO
           IF WS-FS-MESFECHO = "00"
               PERFORM LE-MES
               PERFORM VERIFICA-MES
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE MESFECHO
           END-IF.

       LE-MES.

           READ MESFECHO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-MES.

           IF MFE-MES = WS-ABERTURA-MES
               MOVE MFE-ESTADO TO WS-ESTADO-MES
           END-IF

           PERFORM LE-MES.

       ENVIA-AO-SPOOL.

           MOVE WS-OPERADOR TO SPL-OPERADOR
           MOVE 'N' TO WS-IND-SPOOL
           CALL 'PROGSPOOL' USING SPOOL-PARAMETRES
               ON EXCEPTION
                   SET WS-SPOOL-FALHOU TO TRUE
           END-CALL
           IF NOT WS-SPOOL-FALHOU AND SPL-OK
               DISPLAY SPL-FICHEIRO " CATALOGADO NO SPOOL COMO "
                   "MEMBRO " SPL-MEMBRO "."
           END-IF.

      * Uma linha por corrida em EXECUCAO.LOG com as contagens -
      * entregues e devolvidos pelas ordenacoes tem de bater.
       GRAVA-LOG-EXECUCAO.

           MOVE "PROGCONTACLI"       TO LEX-PROGRAMA
           MOVE WS-DATA-HOJE         TO LEX-DATA
           MOVE WS-HORA-AGORA (1: 6) TO LEX-HORA
           MOVE WS-CONT-LIDOS        TO LEX-LIDOS
           MOVE WS-CONT-ORDENADOS    TO LEX-ORDENADOS
           MOVE WS-CONT-CLIENTES     TO LEX-GRUPOS
           MOVE WS-CONT-EXCECOES     TO LEX-GRAVADOS
           IF WS-CONT-ORDENADOS = WS-CONT-LIDOS
               SET LEX-CONFERE TO TRUE
           ELSE
               SET LEX-NAO-CONFERE TO TRUE
           END-IF

           OPEN EXTEND LOG-EXECUCAO
           IF WS-FS-LOG = "35"
               OPEN OUTPUT LOG-EXECUCAO
               CLOSE LOG-EXECUCAO
               OPEN EXTEND LOG-EXECUCAO
           END-IF

           MOVE WS-LEX-REG TO FD-LOG-REG
           WRITE FD-LOG-REG
           CLOSE LOG-EXECUCAO

           DISPLAY "EXECUCAO.LOG: " WS-LEX-REG.

      ******************************************************************
      * LEITURA DOS MOVIMENTOS - ENTRADA DA ORDENACAO POR FATURA
      ******************************************************************
       LE-FATURA.

           READ FATURAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * A fatura cancelada entra so para o apuramento a saber
      * cancelada; uma fatura emitida depois do corte nao existe.
       LIBERTA-FATURA.

           IF FAT-DATA-EMISSAO NOT > WS-DATA-CORTE
               INITIALIZE SFA-REGISTO
               MOVE FAT-NUMERO  TO SFA-FATURA
               SET SFA-DA-FATURA TO TRUE
               MOVE FAT-CLIENTE TO SFA-CLIENTE
               MOVE FAT-VALOR   TO SFA-VALOR
               MOVE FAT-ESTADO  TO SFA-ESTADO
               PERFORM LIBERTA-REGISTO

               IF NOT FAT-CANCELADA
                   MOVE FAT-CLIENTE      TO SLD-CLIENTE
                   MOVE FAT-DATA-EMISSAO TO WS-DATA-MOVIMENTO
                   MOVE FAT-VALOR        TO WS-VALOR-MOVIMENTO
                   IF FAT-DESCRICAO (1: 18) = "JUROS DE MORA FAT "
                       MOVE "JU" TO SLD-COLUNA
                   ELSE
                       MOVE "FA" TO SLD-COLUNA
                   END-IF
                   PERFORM GRAVA-MOVIMENTO
               END-IF
           END-IF

           PERFORM LE-FATURA.

       LE-PRESTACAO.

           READ PRESTACOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-PARCELA.

           INITIALIZE SFA-REGISTO
           MOVE PRE-FATURA OF FD-PRESTA-REG  TO SFA-FATURA
           MOVE PRE-PARCELA OF FD-PRESTA-REG TO SFA-PARCELA
           SET SFA-PARCELA-PLANO TO TRUE
           MOVE PRE-VALOR OF FD-PRESTA-REG   TO SFA-VALOR
           MOVE PRE-ESTADO OF FD-PRESTA-REG  TO SFA-ESTADO
           PERFORM LIBERTA-REGISTO

           PERFORM LE-PRESTACAO.

       LE-PAGAMENTO.

           READ PAGAMENTOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * O estorno vem negativo: abate ao pago e soma ao saldo.
       LIBERTA-PAGO.

           IF (PAG-CONFIRMADO OR PAG-ESTORNO)
              AND PAG-DATA NOT > WS-DATA-CORTE
               INITIALIZE SFA-REGISTO
               MOVE PAG-FATURA  TO SFA-FATURA
               MOVE PAG-PARCELA TO SFA-PARCELA
               SET SFA-MOVIMENTO TO TRUE
               MOVE PAG-VALOR   TO SFA-VALOR
               PERFORM LIBERTA-REGISTO

               MOVE PAG-CLIENTE TO SLD-CLIENTE
               MOVE PAG-DATA    TO WS-DATA-MOVIMENTO
               IF PAG-CONFIRMADO
                   MOVE "PG" TO SLD-COLUNA
                   MOVE PAG-VALOR TO WS-VALOR-MOVIMENTO
               ELSE
                   MOVE "ES" TO SLD-COLUNA
                   COMPUTE WS-VALOR-MOVIMENTO = 0 - PAG-VALOR
               END-IF
               PERFORM GRAVA-MOVIMENTO
           END-IF

           PERFORM LE-PAGAMENTO.

       LE-NOTACRED.

           READ NOTASCRED
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-NOTACRED.

           IF NCR-DATA NOT > WS-DATA-CORTE
               INITIALIZE SFA-REGISTO
               MOVE NCR-FATURA TO SFA-FATURA
               SET SFA-MOVIMENTO TO TRUE
               MOVE NCR-VALOR  TO SFA-VALOR
               PERFORM LIBERTA-REGISTO

               MOVE NCR-CLIENTE TO SLD-CLIENTE
               MOVE "NC"        TO SLD-COLUNA
               MOVE NCR-DATA    TO WS-DATA-MOVIMENTO
               MOVE NCR-VALOR   TO WS-VALOR-MOVIMENTO
               PERFORM GRAVA-MOVIMENTO
           END-IF

           PERFORM LE-NOTACRED.

       LE-ANULACAO.

           READ ANULACOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * O anulado abate ao saldo; a recuperacao ja entra como
      * pagamento, por isso repoe o que abateu.
       LIBERTA-ANULACAO.

           IF ANU-DATA NOT > WS-DATA-CORTE
               IF ANU-ANULACAO
                   MOVE ANU-VALOR TO WS-VALOR-MOVIMENTO
               ELSE
                   COMPUTE WS-VALOR-MOVIMENTO = 0 - ANU-VALOR
               END-IF

               INITIALIZE SFA-REGISTO
               MOVE ANU-FATURA  TO SFA-FATURA
               MOVE ANU-PARCELA TO SFA-PARCELA
               SET SFA-MOVIMENTO TO TRUE
               MOVE WS-VALOR-MOVIMENTO TO SFA-VALOR
               PERFORM LIBERTA-REGISTO

               MOVE ANU-CLIENTE TO SLD-CLIENTE
               MOVE "AN"        TO SLD-COLUNA
               MOVE ANU-DATA    TO WS-DATA-MOVIMENTO
               PERFORM GRAVA-MOVIMENTO
           END-IF

           PERFORM LE-ANULACAO.

       LIBERTA-REGISTO.

           RELEASE SFA-REGISTO
           ADD 1 TO WS-CONT-LIDOS.

      * Antes do dia 1 do mes do corte o movimento vai para a
      * abertura ja com o sinal com que pesa no saldo.
       GRAVA-MOVIMENTO.

           IF WS-DATA-MOVIMENTO < WS-DATA-ABERTURA
               IF SLD-COLUNA = "NC" OR "PG" OR "AN"
                   COMPUTE WS-VALOR-MOVIMENTO =
                           0 - WS-VALOR-MOVIMENTO
               END-IF
               MOVE "AB" TO SLD-COLUNA
           END-IF

           MOVE WS-VALOR-MOVIMENTO TO SLD-VALOR
           WRITE FD-SALDO-REG
           ADD 1 TO WS-CONT-SALDOS.

      ******************************************************************
      * APURAMENTO DE CADA FATURA ORDENADA
      ******************************************************************
       DEVOLVE-FATURA.

           RETURN ORDENA-FATURAS
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
               NOT AT END ADD 1 TO WS-CONT-ORDENADOS
           END-RETURN.

       TRATA-FATURA-ORDENADA.

           IF WS-FAT-EM-CURSO AND SFA-FATURA NOT = WS-FAT-ATUAL
               PERFORM FECHA-FATURA
           END-IF

           IF NOT WS-FAT-EM-CURSO
               SET WS-FAT-EM-CURSO TO TRUE
               MOVE SFA-FATURA TO WS-FAT-ATUAL
               MOVE 'N' TO WS-FAT-EXISTE WS-FAT-COM-PLANO
                           WS-PARCELA-RENEG
               MOVE ZEROS TO WS-FAT-CLIENTE WS-FAT-VALOR
                             WS-FAT-PARCELAS WS-FAT-ABATIDO
                             WS-PARCELA-ATUAL
           END-IF

           IF SFA-PARCELA NOT = WS-PARCELA-ATUAL
               MOVE SFA-PARCELA TO WS-PARCELA-ATUAL
               MOVE 'N' TO WS-PARCELA-RENEG
           END-IF

           EVALUATE TRUE
               WHEN SFA-DA-FATURA
                   IF SFA-ESTADO NOT = 'C'
                       SET WS-FATURA-EXISTE TO TRUE
                       MOVE SFA-CLIENTE TO WS-FAT-CLIENTE
                       MOVE SFA-VALOR   TO WS-FAT-VALOR
                   END-IF
               WHEN SFA-PARCELA-PLANO
                   SET WS-FATURA-COM-PLANO TO TRUE
                   IF SFA-ESTADO = 'R'
                       SET WS-PARCELA-RENEGOCIADA TO TRUE
                   ELSE
                       ADD SFA-VALOR TO WS-FAT-PARCELAS
                   END-IF
               WHEN SFA-MOVIMENTO
                   IF NOT WS-PARCELA-RENEGOCIADA
                       ADD SFA-VALOR TO WS-FAT-ABATIDO
                   END-IF
           END-EVALUATE

           PERFORM DEVOLVE-FATURA.

      * Sem registo da fatura (cancelada, posterior ao corte ou
      * inexistente) nao ha saldo em aberto a quem atribuir - o que
      * foi pago ou creditado nela fica so do lado dos movimentos e
      * o cliente sai em excecao.
       FECHA-FATURA.

           MOVE 'N' TO WS-FAT-ABERTA

           IF WS-FATURA-EXISTE
               MOVE WS-FAT-CLIENTE TO SLD-CLIENTE
               MOVE "SL"           TO SLD-COLUNA
               IF WS-FATURA-COM-PLANO
                   COMPUTE SLD-VALOR = WS-FAT-PARCELAS
                                     - WS-FAT-ABATIDO
               ELSE
                   COMPUTE SLD-VALOR = WS-FAT-VALOR - WS-FAT-ABATIDO
               END-IF
               WRITE FD-SALDO-REG
               ADD 1 TO WS-CONT-SALDOS
           END-IF.

      ******************************************************************
      * PROVA DE CADA CLIENTE ORDENADO
      ******************************************************************
       DEVOLVE-SALDO.

           RETURN ORDENA-CLIENTES
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
               NOT AT END ADD 1 TO WS-CONT-ORDENADOS
           END-RETURN.

       ACUMULA-SALDO.

           IF WS-CLI-EM-CURSO AND SCL-CLIENTE NOT = WS-CL-CLIENTE
               PERFORM PROVA-CLIENTE
           END-IF

           IF NOT WS-CLI-EM-CURSO
               SET WS-CLI-EM-CURSO TO TRUE
               MOVE SCL-CLIENTE TO WS-CL-CLIENTE
               INITIALIZE WS-CL-COLUNAS
           END-IF

           EVALUATE SCL-COLUNA
               WHEN "AB"
                   ADD SCL-VALOR TO WS-CL-ABERTURA
               WHEN "FA"
                   ADD SCL-VALOR TO WS-CL-FATURAS
               WHEN "JU"
                   ADD SCL-VALOR TO WS-CL-JUROS
               WHEN "NC"
                   ADD SCL-VALOR TO WS-CL-NOTAS
               WHEN "PG"
                   ADD SCL-VALOR TO WS-CL-PAGOS
               WHEN "ES"
                   ADD SCL-VALOR TO WS-CL-ESTORNOS
               WHEN "AN"
                   ADD SCL-VALOR TO WS-CL-ANULADO
               WHEN "SL"
                   ADD SCL-VALOR TO WS-CL-EM-ABERTO
           END-EVALUATE

           PERFORM DEVOLVE-SALDO.

       PROVA-CLIENTE.

           MOVE 'N' TO WS-CLI-ABERTO
           ADD 1 TO WS-CONT-CLIENTES

           COMPUTE WS-CL-MOVIMENTOS = WS-CL-ABERTURA
                                    + WS-CL-FATURAS
                                    + WS-CL-JUROS
                                    - WS-CL-NOTAS
                                    - WS-CL-PAGOS
                                    + WS-CL-ESTORNOS
                                    - WS-CL-ANULADO
           COMPUTE WS-CL-DIFERENCA = WS-CL-MOVIMENTOS
                                   - WS-CL-EM-ABERTO

           ADD WS-CL-ABERTURA   TO WS-TOT-ABERTURA
           ADD WS-CL-FATURAS    TO WS-TOT-FATURAS
           ADD WS-CL-JUROS      TO WS-TOT-JUROS
           ADD WS-CL-NOTAS      TO WS-TOT-NOTAS
           ADD WS-CL-PAGOS      TO WS-TOT-PAGOS
           ADD WS-CL-ESTORNOS   TO WS-TOT-ESTORNOS
           ADD WS-CL-ANULADO    TO WS-TOT-ANULADO
           ADD WS-CL-MOVIMENTOS TO WS-TOT-MOVIMENTOS
           ADD WS-CL-EM-ABERTO  TO WS-TOT-EM-ABERTO
           ADD WS-CL-DIFERENCA  TO WS-TOT-DIFERENCA

           IF WS-CL-DIFERENCA NOT = ZEROS
               PERFORM EMITE-EXCECAO
           END-IF.

       EMITE-EXCECAO.

           ADD 1 TO WS-CONT-EXCECOES
           PERFORM LE-NOME-CLIENTE

           MOVE WS-CL-CLIENTE    TO WS-EXC-CLIENTE
           MOVE WS-NOME-CLIENTE  TO WS-EXC-NOME
           MOVE WS-CL-MOVIMENTOS TO WS-EXC-MOVIMENTOS
           MOVE WS-CL-EM-ABERTO  TO WS-EXC-EM-ABERTO
           MOVE WS-CL-DIFERENCA  TO WS-EXC-DIFERENCA
           MOVE WS-LINHA-EXCECAO TO WS-LINHA
           PERFORM EMITE-LINHA

           IF WS-MODO-ECRA
               DISPLAY WS-LINHA-EXCECAO
           END-IF.

       LE-NOME-CLIENTE.

           MOVE "(CLIENTE SEM REGISTO)" TO WS-NOME-CLIENTE

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES = "00"
               MOVE WS-CL-CLIENTE TO CLI-ID
               READ CLIENTES
               IF WS-FS-CLIENTES = "00"
                   MOVE CLI-NOME TO WS-NOME-CLIENTE
               END-IF
               CLOSE CLIENTES
           END-IF.

      * Cada procedimento de ordenacao e uma seccao so com o seu
      * paragrafo de arranque - as rotinas que chama estao na
      * PRINCIPAL, para a seccao nao continuar por elas adentro.
      ******************************************************************
      * ENTRADA - OS MOVIMENTOS ATE AO CORTE VAO PARA CONTACLI.TMP PELO
      * CLIENTE DO DOCUMENTO E PARA A ORDENACAO POR FATURA
      ******************************************************************
       SELECIONA-MOVIMENTOS SECTION.
       SELECIONA-INICIO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT FATURAS
           IF WS-FS-FATURAS NOT = "00"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO."
           ELSE
               PERFORM LE-FATURA
               PERFORM LIBERTA-FATURA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE FATURAS
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT PRESTACOES
           IF WS-FS-PRESTACOES = "00"
               PERFORM LE-PRESTACAO
               PERFORM LIBERTA-PARCELA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PRESTACOES
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM LIBERTA-PAGO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT NOTASCRED
           IF WS-FS-NOTASCRED = "00"
               PERFORM LE-NOTACRED
               PERFORM LIBERTA-NOTACRED
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE NOTASCRED
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT ANULACOES
           IF WS-FS-ANULACOES = "00"
               PERFORM LE-ANULACAO
               PERFORM LIBERTA-ANULACAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ANULACOES
           END-IF.

      ******************************************************************
      * SALDO EM ABERTO POR FATURA - PARCELA A PARCELA, PARA O CLIENTE
      * DA FATURA
      ******************************************************************
       APURA-FATURAS SECTION.
       APURA-FATURAS-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           MOVE 'N' TO WS-FAT-ABERTA
           PERFORM DEVOLVE-FATURA
           PERFORM TRATA-FATURA-ORDENADA
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-FAT-EM-CURSO
               PERFORM FECHA-FATURA
           END-IF.

      ******************************************************************
      * PROVA POR CLIENTE - AS COLUNAS CHEGAM ORDENADAS POR CLIENTE
      ******************************************************************
       PROVA-CLIENTES SECTION.
       PROVA-CLIENTES-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           MOVE 'N' TO WS-CLI-ABERTO
           PERFORM DEVOLVE-SALDO
           PERFORM ACUMULA-SALDO
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-CLI-EM-CURSO
               PERFORM PROVA-CLIENTE
           END-IF.
       END PROGRAM PROGCONTACLI.
