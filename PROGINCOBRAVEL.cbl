      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: ANULACAO DE DIVIDA INCOBRAVEL - UMA FATURA OU UMA
      *          PARCELA DO PLANO VENCIDA HA MAIS DE N DIAS PASSA AO
      *          ESTADO I, COM MOTIVO E APROVACAO DE SUPERVISOR,
      *          REGISTADA EM ANULACOES.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. As faturas que nunca vao ser pagas
      *            ficavam abertas para sempre - no PROGIDADE, nos
      *            avisos do PROGAVISOS e na projecao do
      *            PROGPROJECAO. A anulacao so e aceite para divida
      *            vencida ha pelo menos N dias (tabela INCOBRAVEL/
      *            DIAS-MINIMO de TABELAS.DAT via PROGTABCON, quatro
      *            digitos; sem entrada valem 365), exige o motivo e
      *            a aprovacao de um supervisor (o proprio operador,
      *            se tiver esse perfil, ou um supervisor que se
      *            identifica no PROGSIGNON) e e recusada em mes
      *            financeiro fechado. O residual (devido menos
      *            pagamentos, estornos e notas de credito, como no
      *            PROGPAG) fica em ANULACOES.DAT (ANUREG.cpy, tipo
      *            A) e a fatura passa a FAT-INCOBRAVEL - distinta
      *            de FAT-CANCELADA, o valor continua devido - ou a
      *            parcela a PRE-INCOBRAVEL; anulada a fatura
      *            inteira, as parcelas abertas do plano vao com
      *            ela. O PROGDIARIO lanca a anulacao; um pagamento
      *            posterior no PROGPAG recupera a divida. A opcao 2
      *            lista as anulacoes e recuperacoes.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINCOBRAVEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAS    ASSIGN TO "FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT PRESTACOES ASSIGN TO "PRESTACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT MESFECHO   ASSIGN TO "MESFECHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESFECHO.
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

       FD  MESFECHO.
       COPY "MFEREG.cpy" REPLACING NIVEL-MFE BY 01
                                   CAMPO-MFE-REG BY FD-MESFECHO-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-FATURAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-PRESTACOES         PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-NOTASCRED          PIC X(02) VALUE ZEROS.
       01 WS-FS-ANULACOES          PIC X(02) VALUE ZEROS.
       01 WS-FS-MESFECHO           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-FATURA-NUM            PIC 9(06) VALUE ZEROS.
       01 WS-PARCELA-NUM           PIC 9(02) VALUE ZEROS.
       01 WS-CLIENTE-NUM           PIC 9(06) VALUE ZEROS.
       01 WS-VENCIMENTO            PIC 9(08) VALUE ZEROS.
       01 WS-DIVIDA-OK             PIC X VALUE 'N'.
           88 WS-DIVIDA-VALIDA            VALUE 'S'.

       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-DEVIDO.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-RESIDUAL.

      * Idade minima da divida, em dias depois do vencimento - tabela
      * INCOBRAVEL/DIAS-MINIMO de TABELAS.DAT; sem entrada valem os
      * 365 compilados.
       01 WS-DIAS-MINIMO           PIC 9(04) VALUE 365.
       01 WS-DIAS-ATRASO           PIC S9(05) VALUE ZEROS.
       01 WS-TAB-DESC              PIC X(30) VALUE SPACES.
       01 FILLER REDEFINES WS-TAB-DESC.
           03 WS-TAB-DESC-NUM          PIC X(04).
           03 FILLER                   PIC X(26).

       01 WS-MOTIVO                PIC X(40) VALUE SPACES.
       01 WS-SUPERVISOR            PIC X(08) VALUE SPACES.
       01 WS-CONFIRMA              PIC X VALUE 'N'.
       01 WS-APROVACAO             PIC X VALUE 'N'.
           88 WS-ANULACAO-APROVADA        VALUE 'S'.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-MES-LANCAMENTO        PIC 9(06) VALUE ZEROS.
       01 WS-ESTADO-MES            PIC X VALUE SPACE.
       01 WS-MESFECHO-FIM          PIC X VALUE 'N'.
           88 WS-MESFECHO-FIM-FICHEIRO    VALUE 'S'.

       01 WS-PLANO-FIM             PIC X VALUE 'N'.
           88 WS-SEM-MAIS-PARCELAS        VALUE 'S'.
       01 WS-CONT-PARCELAS         PIC 9(02) VALUE ZEROS.

       01 WS-VALOR-EDIT            PIC -(07)9.99.
       01 WS-DIAS-EDIT             PIC ZZZZ9.
       01 WS-CONT-LISTADAS         PIC 9(03) VALUE ZEROS.
       01 WS-CONT-ANULADAS         PIC 9(03) VALUE ZEROS.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-LOCK              PIC X VALUE 'N'.
           88 WS-LOCK-FALHOU              VALUE 'S'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

      * Identificacao do supervisor que aprova a anulacao quando o
      * operador da sessao nao tem esse perfil.
       01 APROVACAO-PARAMETRES.
           02 APR-OPERADOR             PIC X(08).
           02 APR-NOME                 PIC X(30).
           02 APR-PERFIL               PIC X(01).
               88 APR-SUPERVISOR              VALUE 'S'.
               88 APR-COMUM                   VALUE 'O'.
           02 APR-RESULTADO            PIC X(01).
               88 APR-OK                      VALUE 'S'.
               88 APR-FALHOU                  VALUE 'N'.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   ANULACAO DE DIVIDA INCOBRAVEL         *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF WS-SIGNON-FALHOU OR SGN-FALHOU
               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
               GOBACK
           END-IF

      * A anulacao mexe no estado das faturas e cruza-se com os
      * pagamentos - o lock PAGAMENTOS afasta uma sessao do PROGPAG
      * em simultaneo.
           PERFORM TOMA-LOCK-MESTRE
           IF NOT LCK-OK
               DISPLAY "PAGAMENTOS.DAT EM USO POR " LCK-DONO-OPERADOR
                       " (" LCK-DONO-PROGRAMA ") - TENTE MAIS "
                       "TARDE."
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM CARREGA-IDADE-MINIMA

           PERFORM PROCESSA-OPCAO
               UNTIL WS-OPCAO = ZERO

           PERFORM LIBERTA-LOCK-MESTRE

           DISPLAY "DIVIDAS ANULADAS NESTA SESSAO: " WS-CONT-ANULADAS
           GOBACK.

      * Sem PROGLOCK disponivel a sessao segue com aviso, como no
      * PROGPAG.
       TOMA-LOCK-MESTRE.

           MOVE 'T' TO LCK-FUNCAO
           MOVE "PAGAMENTOS" TO LCK-PEDIDO-NOME
           MOVE "PROGINCOBRAVEL" TO LCK-PEDIDO-PROGRAMA
           MOVE SGN-OPERADOR TO LCK-PEDIDO-OPERADOR
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

       CARREGA-IDADE-MINIMA.

           MOVE "INCOBRAVEL" TO TBC-TABELA
           MOVE "DIAS-MINIMO" TO TBC-CODIGO
           MOVE ZEROS TO TBC-DATA
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGTABCON' USING TABCON-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-TAB-DESC
               IF WS-TAB-DESC-NUM IS NUMERIC
                   MOVE WS-TAB-DESC-NUM TO WS-DIAS-MINIMO
               END-IF
           END-IF

           MOVE WS-DIAS-MINIMO TO WS-DIAS-EDIT
           DISPLAY "SO SE ANULA DIVIDA VENCIDA HA " WS-DIAS-EDIT
                   " DIAS OU MAIS.".

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - ANULAR DIVIDA INCOBRAVEL"
           DISPLAY "  2 - LISTAR ANULACOES E RECUPERACOES"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ANULA-DIVIDA
               WHEN 2
                   PERFORM LISTA-ANULACOES
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       ANULA-DIVIDA.

           MOVE SPACES TO WS-MOTIVO WS-SUPERVISOR

           DISPLAY "NUMERO DA FATURA: "
           ACCEPT WS-FATURA-NUM
           DISPLAY "PARCELA DO PLANO (0 = FATURA INTEIRA): "
           ACCEPT WS-PARCELA-NUM

           PERFORM PROCURA-DIVIDA

           IF WS-DIVIDA-VALIDA
               PERFORM CALCULA-ATRASO
               MOVE WS-DIAS-ATRASO TO WS-DIAS-EDIT

               IF WS-DIAS-ATRASO < WS-DIAS-MINIMO
                   DISPLAY "VENCIDA HA " WS-DIAS-EDIT " DIAS - "
                           "AINDA NAO PODE SER ANULADA."
               ELSE
                   PERFORM CALCULA-RESIDUAL

                   IF WS-RESIDUAL <= ZEROS
                       DISPLAY "NADA EM DIVIDA NESTA FATURA/"
                               "PARCELA - NADA ANULADO."
                   ELSE
                       MOVE WS-RESIDUAL TO WS-VALOR-EDIT
                       DISPLAY "CLIENTE " WS-CLIENTE-NUM
                               " - VENCIDA HA " WS-DIAS-EDIT
                               " DIAS - EM DIVIDA " WS-VALOR-EDIT
                       DISPLAY "MOTIVO DA ANULACAO: "
                       ACCEPT WS-MOTIVO

                       IF WS-MOTIVO = SPACES
                           DISPLAY "A ANULACAO EXIGE UM MOTIVO - "
                                   "NADA ANULADO."
                       ELSE
                           PERFORM PEDE-APROVACAO
                           IF WS-ANULACAO-APROVADA
                               PERFORM GRAVA-ANULACAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A fatura tem de existir e nao estar cancelada nem ja
      * anulada; pedida uma parcela, ela tem de estar aberta no
      * plano e o vencimento e o valor passam a ser os dela.
       PROCURA-DIVIDA.

           MOVE 'N' TO WS-DIVIDA-OK

           OPEN INPUT FATURAS
           IF WS-FS-FATURAS NOT = "00"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO."
           ELSE
               MOVE WS-FATURA-NUM TO FAT-NUMERO
               READ FATURAS
               EVALUATE TRUE
                   WHEN WS-FS-FATURAS NOT = "00"
                       DISPLAY "FATURA " WS-FATURA-NUM
                               " NAO ENCONTRADA."
                   WHEN FAT-CANCELADA
                       DISPLAY "FATURA CANCELADA - NADA A ANULAR."
                   WHEN FAT-INCOBRAVEL
                       DISPLAY "FATURA JA ANULADA COMO INCOBRAVEL."
                   WHEN OTHER
                       SET WS-DIVIDA-VALIDA TO TRUE
                       MOVE FAT-CLIENTE         TO WS-CLIENTE-NUM
                       MOVE FAT-VALOR           TO WS-DEVIDO
                       MOVE FAT-DATA-VENCIMENTO TO WS-VENCIMENTO
               END-EVALUATE
               CLOSE FATURAS
           END-IF

           IF WS-DIVIDA-VALIDA AND WS-PARCELA-NUM > ZERO
               PERFORM PROCURA-PARCELA
           END-IF.

       PROCURA-PARCELA.

           MOVE 'N' TO WS-DIVIDA-OK

           OPEN INPUT PRESTACOES
           IF WS-FS-PRESTACOES NOT = "00"
               DISPLAY "PRESTACOES.DAT NAO ENCONTRADO."
           ELSE
               MOVE WS-FATURA-NUM  TO PRE-FATURA
               MOVE WS-PARCELA-NUM TO PRE-PARCELA
               READ PRESTACOES
               IF WS-FS-PRESTACOES = "00" AND PRE-ABERTA
                   SET WS-DIVIDA-VALIDA TO TRUE
                   MOVE PRE-VALOR      TO WS-DEVIDO
                   MOVE PRE-VENCIMENTO TO WS-VENCIMENTO
               ELSE
                   DISPLAY "PARCELA " WS-PARCELA-NUM " DA FATURA "
                           WS-FATURA-NUM " NAO EXISTE OU NAO ESTA "
                           "ABERTA."
               END-IF
               CLOSE PRESTACOES
           END-IF.

      * Dias desde o vencimento (PROGDATAS); sem a rotina a idade
      * fica a zero e a anulacao e recusada.
       CALCULA-ATRASO.

           MOVE 'D' TO DT-FUNCAO
           MOVE WS-VENCIMENTO TO DT-DATA1
           MOVE WS-DATA-HOJE  TO DT-DATA2
           MOVE ZEROS TO WS-DIAS-ATRASO
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU
               DISPLAY "AVISO: PROGDATAS INDISPONIVEL - IDADE DA "
                       "DIVIDA DESCONHECIDA."
           ELSE
               IF DT-OK
                   MOVE DT-DIAS TO WS-DIAS-ATRASO
               END-IF
           END-IF.

      * O residual segue as regras do PROGPAG: a fatura inteira
      * abate as notas de credito e os pagamentos de todas as
      * parcelas; a parcela so os seus. Confirmacoes S somam,
      * estornos E (valor simetrico) repoem.
       CALCULA-RESIDUAL.

           MOVE WS-DEVIDO TO WS-RESIDUAL

           IF WS-PARCELA-NUM = ZERO
               MOVE 'N' TO WS-FIM-FICHEIRO
               OPEN INPUT NOTASCRED
               IF WS-FS-NOTASCRED = "00"
                   PERFORM LE-NOTACRED
                   PERFORM ABATE-NOTACRED
                       UNTIL WS-SEM-MAIS-REGISTOS
                   CLOSE NOTASCRED
               END-IF
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM ABATE-PAGO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF.

       LE-NOTACRED.

           READ NOTASCRED
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       ABATE-NOTACRED.

           IF NCR-FATURA = WS-FATURA-NUM
               SUBTRACT NCR-VALOR FROM WS-RESIDUAL
           END-IF

           PERFORM LE-NOTACRED.

       LE-PAGAMENTO.

           READ PAGAMENTOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       ABATE-PAGO.

           IF PAG-FATURA = WS-FATURA-NUM
              AND (WS-PARCELA-NUM = ZERO
                   OR PAG-PARCELA = WS-PARCELA-NUM)
              AND (PAG-CONFIRMADO OR PAG-ESTORNO)
               SUBTRACT PAG-VALOR FROM WS-RESIDUAL
           END-IF

           PERFORM LE-PAGAMENTO.

      * A anulacao e aprovada por um supervisor: o proprio operador
      * quando tem esse perfil, senao um supervisor identifica-se
      * no PROGSIGNON para a aprovar.
       PEDE-APROVACAO.

           MOVE 'N' TO WS-APROVACAO

           IF SGN-SUPERVISOR
               DISPLAY "APROVA A ANULACAO COMO SUPERVISOR? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   SET WS-ANULACAO-APROVADA TO TRUE
                   MOVE SGN-OPERADOR TO WS-SUPERVISOR
               ELSE
                   DISPLAY "ANULACAO NAO APROVADA - NADA ANULADO."
               END-IF
           ELSE
               DISPLAY "A ANULACAO EXIGE A APROVACAO DE UM "
                       "SUPERVISOR - IDENTIFIQUE O SUPERVISOR:"
               MOVE 'N' TO WS-IND-SIGNON
               CALL 'PROGSIGNON' USING APROVACAO-PARAMETRES
                   ON EXCEPTION
                       SET WS-SIGNON-FALHOU TO TRUE
               END-CALL

               EVALUATE TRUE
                   WHEN WS-SIGNON-FALHOU OR APR-FALHOU
                       DISPLAY "SUPERVISOR NAO IDENTIFICADO - NADA "
                               "ANULADO."
                   WHEN NOT APR-SUPERVISOR
                       DISPLAY APR-OPERADOR " NAO TEM PERFIL DE "
                               "SUPERVISOR - NADA ANULADO."
                   WHEN OTHER
                       SET WS-ANULACAO-APROVADA TO TRUE
                       MOVE APR-OPERADOR TO WS-SUPERVISOR
               END-EVALUATE
           END-IF.

       GRAVA-ANULACAO.

      * A anulacao entra no diario com a data de hoje - um mes
      * fechado (PROGFECHOMES) recusa-a.
           PERFORM VERIFICA-MES-FECHADO
           IF WS-ESTADO-MES = 'F'
               DISPLAY "O MES " WS-MES-LANCAMENTO " ESTA FECHADO "
                       "(PROGFECHOMES) - ANULACAO RECUSADA."
           ELSE
               OPEN EXTEND ANULACOES
               IF WS-FS-ANULACOES = "35"
                   OPEN OUTPUT ANULACOES
                   CLOSE ANULACOES
                   OPEN EXTEND ANULACOES
               END-IF

               MOVE SPACES TO FD-ANULACAO-REG
               SET ANU-ANULACAO    TO TRUE
               MOVE WS-FATURA-NUM  TO ANU-FATURA
               MOVE WS-PARCELA-NUM TO ANU-PARCELA
               MOVE WS-CLIENTE-NUM TO ANU-CLIENTE
               MOVE WS-DATA-HOJE   TO ANU-DATA
               MOVE WS-RESIDUAL    TO ANU-VALOR
               MOVE ZEROS          TO ANU-DOCUMENTO
               MOVE WS-MOTIVO      TO ANU-MOTIVO
               MOVE SGN-OPERADOR   TO ANU-OPERADOR
               MOVE WS-SUPERVISOR  TO ANU-SUPERVISOR
               WRITE FD-ANULACAO-REG

               CLOSE ANULACOES

               IF WS-PARCELA-NUM > ZERO
                   PERFORM MARCA-PARCELA-ANULADA
               ELSE
                   PERFORM MARCA-FATURA-ANULADA
               END-IF

               ADD 1 TO WS-CONT-ANULADAS
               MOVE WS-RESIDUAL TO WS-VALOR-EDIT
               DISPLAY "DIVIDA ANULADA: FATURA " WS-FATURA-NUM
                       " PARCELA " WS-PARCELA-NUM " - "
                       WS-VALOR-EDIT " (APROVADA POR "
                       WS-SUPERVISOR ")."
           END-IF.

       MARCA-PARCELA-ANULADA.

           OPEN I-O PRESTACOES
           IF WS-FS-PRESTACOES = "00"
               MOVE WS-FATURA-NUM  TO PRE-FATURA
               MOVE WS-PARCELA-NUM TO PRE-PARCELA
               READ PRESTACOES
               IF WS-FS-PRESTACOES = "00"
                   SET PRE-INCOBRAVEL TO TRUE
                   REWRITE FD-PRESTA-REG
               END-IF
               CLOSE PRESTACOES
           END-IF

           IF WS-FS-PRESTACOES NOT = "00"
               DISPLAY "AVISO: PARCELA NAO MARCADA NO PLANO - FILE "
                       "STATUS " WS-FS-PRESTACOES
           END-IF.

      * A fatura inteira passa a I e as parcelas ainda abertas do
      * seu plano vao com ela.
       MARCA-FATURA-ANULADA.

           OPEN I-O FATURAS
           IF WS-FS-FATURAS = "00"
               MOVE WS-FATURA-NUM TO FAT-NUMERO
               READ FATURAS
               IF WS-FS-FATURAS = "00"
                   SET FAT-INCOBRAVEL TO TRUE
                   REWRITE FD-FATURA-REG
               END-IF
               CLOSE FATURAS
           END-IF

           IF WS-FS-FATURAS NOT = "00"
               DISPLAY "AVISO: FATURA NAO MARCADA - FILE STATUS "
                       WS-FS-FATURAS
           END-IF

           MOVE ZEROS TO WS-CONT-PARCELAS
           MOVE 'N' TO WS-PLANO-FIM

           OPEN I-O PRESTACOES
           IF WS-FS-PRESTACOES = "00"
               MOVE WS-FATURA-NUM TO PRE-FATURA
               MOVE ZEROS         TO PRE-PARCELA
               START PRESTACOES KEY NOT < PRE-CHAVE
                   INVALID KEY SET WS-SEM-MAIS-PARCELAS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-PARCELAS
                   PERFORM LE-PARCELA-SEGUINTE
                   PERFORM ANULA-PARCELA-ABERTA
                       UNTIL WS-SEM-MAIS-PARCELAS
               END-IF
               CLOSE PRESTACOES
           END-IF

           IF WS-CONT-PARCELAS > ZERO
               DISPLAY WS-CONT-PARCELAS " PARCELA(S) ABERTA(S) DO "
                       "PLANO ANULADA(S) COM A FATURA."
           END-IF.

       LE-PARCELA-SEGUINTE.

           READ PRESTACOES NEXT
               AT END SET WS-SEM-MAIS-PARCELAS TO TRUE
           END-READ

           IF NOT WS-SEM-MAIS-PARCELAS
              AND PRE-FATURA NOT = WS-FATURA-NUM
               SET WS-SEM-MAIS-PARCELAS TO TRUE
           END-IF.

       ANULA-PARCELA-ABERTA.

           IF PRE-ABERTA
               SET PRE-INCOBRAVEL TO TRUE
               REWRITE FD-PRESTA-REG
               IF WS-FS-PRESTACOES = "00"
                   ADD 1 TO WS-CONT-PARCELAS
               END-IF
           END-IF

           PERFORM LE-PARCELA-SEGUINTE.

       VERIFICA-MES-FECHADO.

           MOVE WS-DATA-HOJE (1: 6) TO WS-MES-LANCAMENTO
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

       LISTA-ANULACOES.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADAS

           OPEN INPUT ANULACOES
           IF WS-FS-ANULACOES NOT = "00"
               DISPLAY "SEM ANULACOES REGISTADAS (ANULACOES.DAT NAO "
                       "EXISTE)."
           ELSE
               PERFORM LE-ANULACAO
               PERFORM MOSTRA-ANULACAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ANULACOES
               DISPLAY "MOVIMENTOS LISTADOS: " WS-CONT-LISTADAS
           END-IF.

       LE-ANULACAO.

           READ ANULACOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       MOSTRA-ANULACAO.

           MOVE ANU-VALOR TO WS-VALOR-EDIT
           IF ANU-ANULACAO
               DISPLAY "  ANULADA    | FATURA " ANU-FATURA
                       " PARC " ANU-PARCELA " | CLIENTE "
                       ANU-CLIENTE " | " WS-VALOR-EDIT " | "
                       ANU-DATA " | " ANU-OPERADOR "/"
                       ANU-SUPERVISOR
               DISPLAY "               " ANU-MOTIVO
           ELSE
               DISPLAY "  RECUPERADA | FATURA " ANU-FATURA
                       " PARC " ANU-PARCELA " | CLIENTE "
                       ANU-CLIENTE " | " WS-VALOR-EDIT " | "
                       ANU-DATA " | RECIBO " ANU-DOCUMENTO
           END-IF
           ADD 1 TO WS-CONT-LISTADAS

           PERFORM LE-ANULACAO.
       END PROGRAM PROGINCOBRAVEL.
