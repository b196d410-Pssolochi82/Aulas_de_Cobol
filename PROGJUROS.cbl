      *            o vencimento da fatura ou da parcela vem por
      *            leitura direta pela chave, em vez de varrer os
      *            ficheiros por cada pagamento analisado.
      * 15/10/26 - Acordos de pagamento (PROGACORDO): as parcelas
      *            novas do acordo tem vencimento proprio e o
      *            pagamento delas ja e medido contra ele. O
      *            pagamento da fatura inteira (parcela 0) feito
      *            depois do acordo passa a ser medido contra o
      *            ultimo vencimento das parcelas do acordo nessa
      *            fatura (ACORDOLIN.DAT), e nao contra o vencimento
      *            original da fatura - so ha juro se o proprio
      *            acordo ficou em atraso.
      * 15/10/26 - A taxa passa a ser a que estava em vigor em cada dia
      *            do atraso: as alteracoes datadas da taxa
      *            (PARAMHIST.DAT, PROGCONTROLE) repartem o atraso em
      *            trocos, cada um com a sua taxa, e o juro usa a soma
      *            de taxa x dias dos trocos. JUR-TAXA leva a media
      *            ponderada. Sem historico vale a taxa de CONTROLE.DAT,
      *            como antes.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      * 15/10/26 - O ultimo vencimento do acordo passa a ser lido de
      *            ACORDOLIN.DAT para cada pagamento da fatura inteira,
      *            em vez de uma tabela de 200 faturas que deixava as
      *            restantes de fora sem aviso. O historico da taxa e as
      *            marcas FATURADO/DISPENSADO continuam em memoria: se a
      *            tabela encher sai um aviso, JUROS.DAT nao e regravado
      *            e o programa termina com RC-ERRO (RETCOD.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGJUROS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
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
           SELECT ACORDOLIN  ASSIGN TO "ACORDOLIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACORDOLIN.
           SELECT JUROS      ASSIGN TO "JUROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JUROS.
           SELECT CONTROLE   ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT PARAMHIST  ASSIGN TO "PARAMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTOS.
       COPY "PRESTREG.cpy" REPLACING NIVEL-PRE BY 01
                                     CAMPO-PRE-REG BY FD-PRESTA-REG.

       FD  ACORDOLIN.
       COPY "ACLREG.cpy" REPLACING NIVEL-ACL BY 01
                                   CAMPO-ACL-REG BY FD-ACORDOLIN-REG.

       FD  JUROS.
       COPY "JURREG.cpy" REPLACING NIVEL-JUR BY 01
                                   CAMPO-JUR-REG BY FD-JURO-REG.
       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  PARAMHIST.
       COPY "PRMREG.cpy" REPLACING NIVEL-PRM BY 01
                                   CAMPO-PRM-REG BY FD-PARAMHIST-REG.

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".
       COPY "RETCOD.cpy".

       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-FATURAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-PRESTACOES         PIC X(02) VALUE ZEROS.
       01 WS-FS-ACORDOLIN          PIC X(02) VALUE ZEROS.
       01 WS-FS-JUROS              PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-PARAMHIST          PIC X(02) VALUE ZEROS.

       01 WS-FIM-PAGAMENTOS        PIC X VALUE 'N'.
           88 WS-SEM-MAIS-PAGAMENTOS      VALUE 'S'.
           03 WS-MR-MARCA              PIC X(01).
           03 WS-MR-FAT-EMITIDA        PIC 9(06).

      * Fatura paga com parcelas num acordo: data do acordo e
      * ultimo vencimento das parcelas novas, lidos de ACORDOLIN.DAT
      * para cada pagamento (sem limite de acordos em memoria).
       01 WS-ACORDOS-FICHEIRO      PIC X VALUE 'N'.
           88 WS-HA-ACORDOS               VALUE 'S'.
       01 WS-ACV-ACHADO            PIC X VALUE 'N'.
           88 WS-ACORDO-ENCONTRADO        VALUE 'S'.
       01 WS-ACV-DATA              PIC 9(08) VALUE ZEROS.
       01 WS-ACV-VENCIMENTO        PIC 9(08) VALUE ZEROS.

      * Tabela em memoria cheia: o calculo ficaria errado e
      * JUROS.DAT nao e regravado.
       01 WS-TABELA-CHEIA          PIC X VALUE 'N'.
           88 WS-TABELAS-EXCEDIDAS        VALUE 'S'.

      * Historico da taxa de juro (PARAMHIST.DAT) por ordem de
      * data de efeito; o atraso e repartido pelas taxas em vigor
      * em cada troco. Sem historico vale a taxa de CONTROLE.DAT.
       01 WS-TXH-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-TXH-MAX               PIC 9(03) VALUE 50.
       01 WS-TXH-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-TXH-USO               PIC 9(03) VALUE ZEROS.
       01 WS-TXH-TAB OCCURS 50 TIMES.
           03 WS-TX-INICIO             PIC 9(08).
           03 WS-TX-TAXA               PIC 9(02)V99.
       01 WS-TXH-POSICAO           PIC X VALUE 'N'.
           88 WS-TXH-POSICAO-ACHADA       VALUE 'S'.

       01 WS-TAXA-CORRENTE         PIC 9(02)V99 VALUE ZEROS.
       01 WS-TAXA-DIAS             PIC 9(07)V99 VALUE ZEROS.
       01 WS-DATA-REF              PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FIM-TROCO        PIC 9(08) VALUE ZEROS.
       01 WS-DIA-EXCLUIDO          PIC 9(01) VALUE ZEROS.
       01 WS-DIAS-TROCO            PIC S9(05) VALUE ZEROS.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.

           PERFORM LE-CONTROLE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM CARREGA-TAXAS
           PERFORM CARREGA-MARCAS
           PERFORM VERIFICA-ACORDOS

           IF WS-TABELAS-EXCEDIDAS
               DISPLAY "TABELAS EM MEMORIA EXCEDIDAS - JUROS.DAT NAO "
                       "FOI REGRAVADO."
               SET RC-ERRO TO TRUE
           ELSE
               PERFORM CALCULA-JUROS
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       CALCULA-JUROS.

           MOVE 'N' TO WS-FIM-PAGAMENTOS

               DISPLAY " "
               DISPLAY "PAGAMENTOS COM JURO : " WS-CONT-COM-JURO
               DISPLAY "TOTAL DE JUROS      : " WS-VALOR-EDIT
           END-IF.

       LE-CONTROLE.

           DISPLAY "TAXA DE JURO MENSAL: " CTL-TAXA-JURO-MENSAL
                   " %".

      * As alteracoes datadas da taxa (PROGCONTROLE) ficam na tabela
      * por ordem de data de efeito; duas com a mesma data - vale a
      * registada depois, que a corrige.
       CARREGA-TAXAS.

           MOVE ZEROS TO WS-TXH-CONT
           MOVE 'N' TO WS-FIM-PESQUISA

           OPEN INPUT PARAMHIST
           IF WS-FS-PARAMHIST = "00"
               PERFORM LE-PARAMHIST
               PERFORM GUARDA-TAXA
                   UNTIL WS-PESQUISA-ESGOTADA
               CLOSE PARAMHIST
               MOVE 'N' TO WS-FIM-PESQUISA
           END-IF

           IF WS-TXH-CONT > ZERO
               DISPLAY "HISTORICO DA TAXA: " WS-TXH-CONT
                       " VALOR(ES) DATADO(S) - O ATRASO E REPARTIDO "
                       "PELAS TAXAS EM VIGOR."
           END-IF.

       LE-PARAMHIST.

           READ PARAMHIST
               AT END SET WS-PESQUISA-ESGOTADA TO TRUE
           END-READ.

       GUARDA-TAXA.

           IF PRM-TAXA-JURO AND PRM-VALOR NUMERIC
               MOVE ZERO TO WS-TXH-USO
               PERFORM VERIFICA-TXH-TAB
                   VARYING WS-TXH-IDX FROM 1 BY 1
                   UNTIL WS-TXH-IDX > WS-TXH-CONT
                      OR WS-TXH-USO > ZERO

               IF WS-TXH-USO = ZERO
                   IF WS-TXH-CONT < WS-TXH-MAX
                       ADD 1 TO WS-TXH-CONT
                       MOVE WS-TXH-CONT TO WS-TXH-USO
                       MOVE 'N' TO WS-TXH-POSICAO
                       PERFORM ABRE-POSICAO-TAXA
                           UNTIL WS-TXH-POSICAO-ACHADA
                       MOVE PRM-INICIO TO WS-TX-INICIO (WS-TXH-USO)
                   ELSE
                       DISPLAY "AVISO: LIMITE DO HISTORICO DA TAXA EM "
                               "MEMORIA ATINGIDO."
                       SET WS-TABELAS-EXCEDIDAS TO TRUE
                   END-IF
               END-IF

               IF WS-TXH-USO > ZERO
                   MOVE PRM-VALOR TO WS-TX-TAXA (WS-TXH-USO)
               END-IF
           END-IF

           PERFORM LE-PARAMHIST.

       VERIFICA-TXH-TAB.

           IF WS-TX-INICIO (WS-TXH-IDX) = PRM-INICIO
               MOVE WS-TXH-IDX TO WS-TXH-USO
           END-IF.

      * Empurra uma posicao para cima as entradas com data de
      * efeito posterior, ate achar o lugar da nova.
       ABRE-POSICAO-TAXA.

           IF WS-TXH-USO = 1
               SET WS-TXH-POSICAO-ACHADA TO TRUE
           ELSE
               IF WS-TX-INICIO (WS-TXH-USO - 1) <= PRM-INICIO
                   SET WS-TXH-POSICAO-ACHADA TO TRUE
               ELSE
                   MOVE WS-TXH-TAB (WS-TXH-USO - 1)
                        TO WS-TXH-TAB (WS-TXH-USO)
                   SUBTRACT 1 FROM WS-TXH-USO
               END-IF
           END-IF.

      * Guarda as marcas FATURADO/DISPENSADO da corrida anterior
      * antes do ficheiro ser regravado.
       CARREGA-MARCAS.

       GUARDA-MARCA.

           IF JUR-FATURADO = 'S' OR JUR-FATURADO = 'D'
               IF WS-MRC-CONT < WS-MRC-MAX
                   ADD 1 TO WS-MRC-CONT
                   MOVE JUR-FATURA  TO WS-MR-FATURA (WS-MRC-CONT)
                   MOVE JUR-PARCELA TO WS-MR-PARCELA (WS-MRC-CONT)
                   MOVE JUR-FATURADO TO WS-MR-MARCA (WS-MRC-CONT)
                   MOVE JUR-FATURA-EMITIDA
                        TO WS-MR-FAT-EMITIDA (WS-MRC-CONT)
               ELSE
                   DISPLAY "AVISO: LIMITE DE MARCAS DE FATURACAO EM "
                           "MEMORIA ATINGIDO."
                   SET WS-TABELAS-EXCEDIDAS TO TRUE
               END-IF
           END-IF

           PERFORM LE-JURO-ANTERIOR.

      * So se ve se ha acordos; as linhas leem-se por pagamento.
       VERIFICA-ACORDOS.

           MOVE 'N' TO WS-ACORDOS-FICHEIRO

           OPEN INPUT ACORDOLIN
           IF WS-FS-ACORDOLIN = "00"
               SET WS-HA-ACORDOS TO TRUE
               CLOSE ACORDOLIN
           END-IF.

       LE-LINHA-ACORDO.

           READ ACORDOLIN
               AT END SET WS-PESQUISA-ESGOTADA TO TRUE
           END-READ.

       LE-PAGAMENTO.

           READ PAGAMENTOS
               PERFORM PROCURA-VENC-PARCELA
           ELSE
               PERFORM PROCURA-VENC-FATURA
               IF WS-VENC-ENCONTRADO
                   PERFORM PROCURA-VENC-ACORDO
               END-IF
           END-IF.

      * Fatura com parcelas num acordo, paga por inteiro depois do
      * acordo: o vencimento que conta e o ultimo do acordo. Uma
      * passagem por ACORDOLIN.DAT junta as linhas novas da fatura.
       PROCURA-VENC-ACORDO.

           MOVE 'N' TO WS-ACV-ACHADO
           MOVE ZEROS TO WS-ACV-VENCIMENTO
           MOVE 99999999 TO WS-ACV-DATA

           IF WS-HA-ACORDOS
               MOVE 'N' TO WS-FIM-PESQUISA
               OPEN INPUT ACORDOLIN
               IF WS-FS-ACORDOLIN = "00"
                   PERFORM LE-LINHA-ACORDO
                   PERFORM VERIFICA-LINHA-ACORDO
                       UNTIL WS-PESQUISA-ESGOTADA
                   CLOSE ACORDOLIN
               END-IF
               MOVE 'N' TO WS-FIM-PESQUISA
           END-IF

           IF WS-ACORDO-ENCONTRADO
               IF PAG-DATA >= WS-ACV-DATA
                   MOVE WS-ACV-VENCIMENTO TO WS-VENCIMENTO
               END-IF
           END-IF.

       VERIFICA-LINHA-ACORDO.

           IF ACL-NOVA AND ACL-FATURA = PAG-FATURA
               SET WS-ACORDO-ENCONTRADO TO TRUE
               IF ACL-VENCIMENTO > WS-ACV-VENCIMENTO
                   MOVE ACL-VENCIMENTO TO WS-ACV-VENCIMENTO
               END-IF
               IF ACL-DATA < WS-ACV-DATA
                   MOVE ACL-DATA TO WS-ACV-DATA
               END-IF
           END-IF

           PERFORM LE-LINHA-ACORDO.

      * Com os ficheiros indexados o vencimento vem por leitura
      * direta pela chave - acabou o varrimento por pagamento.
       PROCURA-VENC-PARCELA.
           ELSE
               IF DT-OK AND DT-DIAS > ZERO
                   MOVE DT-DIAS TO WS-DIAS-ATRASO
                   PERFORM REPARTE-ATRASO
                   IF WS-CHAMADA-FALHOU
                       DISPLAY "AVISO: PROGDATAS INDISPONIVEL - "
                               "CALCULO INTERROMPIDO."
                       SET WS-SEM-MAIS-PAGAMENTOS TO TRUE
                   ELSE
                       PERFORM CALCULA-JURO
                   END-IF
               END-IF
           END-IF.

      * Os dias de atraso (do dia seguinte ao vencimento ate ao dia
      * do pagamento) sao repartidos pelas taxas em vigor em cada
      * um: cada alteracao da taxa dentro do periodo fecha um troco.
      * WS-TAXA-DIAS acumula taxa x dias de todos os trocos. O dia
      * do vencimento nao conta (WS-DIA-EXCLUIDO) - so no primeiro
      * troco; o dia da alteracao ja conta com a taxa nova.
       REPARTE-ATRASO.

           MOVE CTL-TAXA-JURO-MENSAL TO WS-TAXA-CORRENTE
           PERFORM TAXA-NO-VENCIMENTO
               VARYING WS-TXH-IDX FROM 1 BY 1
               UNTIL WS-TXH-IDX > WS-TXH-CONT

           MOVE WS-VENCIMENTO TO WS-DATA-REF
           MOVE 1 TO WS-DIA-EXCLUIDO
           MOVE ZEROS TO WS-TAXA-DIAS

           PERFORM TROCO-ALTERACAO
               VARYING WS-TXH-IDX FROM 1 BY 1
               UNTIL WS-TXH-IDX > WS-TXH-CONT
                  OR WS-CHAMADA-FALHOU

           IF NOT WS-CHAMADA-FALHOU
               MOVE PAG-DATA TO WS-DATA-FIM-TROCO
               PERFORM DIAS-DO-TROCO
               COMPUTE WS-DIAS-TROCO = DT-DIAS + 1 - WS-DIA-EXCLUIDO
               PERFORM SOMA-TROCO
           END-IF.

      * A tabela esta por data: a ultima com efeito ate ao
      * vencimento e a taxa do primeiro troco.
       TAXA-NO-VENCIMENTO.

           IF WS-TX-INICIO (WS-TXH-IDX) <= WS-VENCIMENTO
               MOVE WS-TX-TAXA (WS-TXH-IDX) TO WS-TAXA-CORRENTE
           END-IF.

       TROCO-ALTERACAO.

           IF WS-TX-INICIO (WS-TXH-IDX) > WS-VENCIMENTO
              AND WS-TX-INICIO (WS-TXH-IDX) <= PAG-DATA
               MOVE WS-TX-INICIO (WS-TXH-IDX) TO WS-DATA-FIM-TROCO
               PERFORM DIAS-DO-TROCO
               IF NOT WS-CHAMADA-FALHOU
                   COMPUTE WS-DIAS-TROCO = DT-DIAS - WS-DIA-EXCLUIDO
                   PERFORM SOMA-TROCO
                   MOVE WS-TX-TAXA (WS-TXH-IDX) TO WS-TAXA-CORRENTE
                   MOVE WS-DATA-FIM-TROCO TO WS-DATA-REF
                   MOVE ZERO TO WS-DIA-EXCLUIDO
               END-IF
           END-IF.

       DIAS-DO-TROCO.

           MOVE 'D' TO DT-FUNCAO
           MOVE WS-DATA-REF       TO DT-DATA1
           MOVE WS-DATA-FIM-TROCO TO DT-DATA2
           MOVE ZEROS TO DT-DIAS
           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL.

       SOMA-TROCO.

           IF WS-DIAS-TROCO > ZERO
               COMPUTE WS-TAXA-DIAS = WS-TAXA-DIAS
                                    + WS-TAXA-CORRENTE * WS-DIAS-TROCO
           END-IF.

      * Juro = valor x taxa mensal x (dias / 30), arredondado ao
      * centimo. Divisor e percentagem em variaveis - literais no
      * COMPUTE perdiam as casas decimais no resultado intermedio.
      * Com a taxa repartida por trocos, taxa x dias e a soma de
      * WS-TAXA-DIAS; JUR-TAXA leva a media ponderada.
       CALCULA-JURO.

           COMPUTE WS-JURO ROUNDED =
               PAG-VALOR * WS-TAXA-DIAS
               / (WS-CEM * WS-DIVISOR-MES)
               ON SIZE ERROR
                   MOVE ZEROS TO WS-JURO
               MOVE PAG-PARCELA     TO JUR-PARCELA
               MOVE PAG-CLIENTE     TO JUR-CLIENTE
               MOVE WS-DIAS-ATRASO  TO JUR-DIAS
               COMPUTE JUR-TAXA ROUNDED =
                   WS-TAXA-DIAS / WS-DIAS-ATRASO
               MOVE WS-JURO         TO JUR-VALOR
               MOVE WS-DATA-HOJE    TO JUR-DATA-CALC
               MOVE SPACE           TO JUR-FATURADO
