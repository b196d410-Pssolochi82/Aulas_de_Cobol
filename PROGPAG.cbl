      *            o PROGBANCO abate - misturando pagamentos por
      *            parcela com pagamentos da fatura ja nao se
      *            aceita acima do residual verdadeiro.
      * 15/10/26 - Saldo credor do cliente (CREDITOS.DAT, CRDREG.cpy):
      *            um pagamento confirmado acima do residual deixa de
      *            ser recusado se o operador aceitar que o excesso
      *            fique como saldo credor - a confirmacao leva o
      *            residual, o excesso fica como movimento de origem
      *            com o mesmo recibo e forma, e o recibo mostra a
      *            quantia recebida e a parte creditada. A nova
      *            opcao R reembolsa o saldo ao cliente com documento
      *            da serie CTL-PROX-REEMBOLSO (impresso em
      *            RECIBOS.LIS; o numerario entra no fecho de caixa).
      *            O estorno de uma confirmacao anula o movimento de
      *            saldo credor do recibo, e e recusado se o credito
      *            gerado ja tiver sido usado ou reembolsado.
      * 15/10/26 - Pagamento repartido (opcao M): um so recebimento
      *            do cliente e repartido pelas faturas e parcelas em
      *            aberto (parcelas abertas de PRESTACOES.DAT, ou a
      *            fatura inteira quando nao tem plano), do
      *            vencimento mais antigo para o mais recente; o
      *            operador pode aceitar ou corrigir a reparticao.
      *            Cada item pago da um registo em PAGAMENTOS.DAT,
      *            todos com o mesmo recibo, e sai um so recibo com a
      *            lista das faturas liquidadas. O que sobrar pode
      *            ficar como saldo credor.
      * 15/10/26 - Divida anulada como incobravel (PROGINCOBRAVEL):
      *            a fatura I ou a parcela I continuam a aceitar
      *            pagamento, com aviso. Cada confirmacao sobre
      *            divida anulada fica tambem em ANULACOES.DAT como
      *            recuperacao (tipo R, com o recibo) para o
      *            PROGDIARIO; a parcela I so passa a P quando fica
      *            liquidada. O estorno dessa confirmacao anula a
      *            recuperacao e devolve a parcela ao estado I. O
      *            pagamento repartido (opcao M) ignora a divida
      *            anulada.
      * 15/10/26 - Cheque devolvido pelo banco: a opcao C pergunta o
      *            resultado da compensacao (C=cobrado, D=devolvido).
      *            Na devolucao a confirmacao passa a compensacao D
      *            e grava-se o estorno (forma C, compensacao D, o
      *            mesmo recibo), que reabre a parcela no plano e a
      *            fatura; a taxa do banco e debitada ao cliente numa
      *            fatura nova da serie CTL-PROX-FATURA (linha unica
      *            isenta em FATLINHAS.DAT). O cliente fica sem poder
      *            pagar com cheque durante N dias depois da ultima
      *            devolucao. A taxa e os dias vem da tabela
      *            CHEQUEDEV de TABELAS.DAT (TAXA, sete digitos com
      *            centimos; DIAS-BLOQUEIO, quatro digitos), com
      *            15,00 e 180 compilados. CONTROLE.DAT passa a ser
      *            relido antes de regravado e so os contadores de
      *            recibo e reembolso desta sessao lhe sao
      *            sobrepostos - a serie de faturas, que o PROGFATURA
      *            avanca em paralelo, ja nao volta atras.
      * 15/10/26 - Cada recibo emitido (simples ou repartido) e a
      *            fatura da taxa de cheque devolvido sao registados
      *            na serie RG / FT do ano (PROGREGDOC); o recibo
      *            impresso leva a serie, o numero na serie e o
      *            ATCUD. O estorno repete o recibo e nao se regista.
      * 15/10/26 - Em ambiente de formacao (PROGAMBIENTE) o ecra e cada
      *            recibo e reembolso levam a marca do ambiente.
      * 15/10/26 - O estorno (opcao E) passa a exigir aprovacao: e
      *            validado e fica como pedido, com motivo, em
      *            APROVACOES.DAT (PROGPENDENTE). Os estornos
      *            aprovados no PROGAPROVA sao aplicados no inicio
      *            da sessao seguinte, revalidados e gravados em
      *            nome do requerente; o pedido fica aplicado ou
      *            falhado. O estorno do cheque devolvido (opcao C)
      *            continua direto - e o banco que o determina.
      * 15/10/26 - FATURAS.DAT e PAGAMENTOS.DAT ganharam chaves
      *            alternativas (FAT-CLIENTE; PAG-FATURA e PAG-CLIENTE,
      *            com duplicados). O residual da fatura soma so os
      *            pagamentos dela, com START em PAG-FATURA, em vez de
      *            ler o ficheiro todo. O OPEN EXTEND continua
      *            sequencial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPAG.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT CLIENTES   ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT PRESTACOES ASSIGN TO "PRESTACOES.DAT"
               ORGANIZATION IS INDEXED
           SELECT MESFECHO   ASSIGN TO "MESFECHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESFECHO.
           SELECT CREDITOS   ASSIGN TO "CREDITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITOS.
           SELECT ANULACOES  ASSIGN TO "ANULACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANULACOES.
           SELECT FATLINHAS  ASSIGN TO "FATLINHAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATLINHAS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTOS.
       COPY "MFEREG.cpy" REPLACING NIVEL-MFE BY 01
                                   CAMPO-MFE-REG BY FD-MESFECHO-REG.

       FD  CREDITOS.
       COPY "CRDREG.cpy" REPLACING NIVEL-CRD BY 01
                                   CAMPO-CRD-REG BY FD-CREDITO-REG.

       FD  ANULACOES.
       COPY "ANUREG.cpy" REPLACING NIVEL-ANU BY 01
                                   CAMPO-ANU-REG BY FD-ANULACAO-REG.

       FD  FATLINHAS.
       COPY "FATLREG.cpy" REPLACING NIVEL-FLN BY 01
                                    CAMPO-FLN-REG BY FD-FATLINHA-REG.

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".
       77 WS-FS-CONTROLE                   PIC X(02) VALUE ZEROS.

       01 WS-OPERADOR                      PIC X(08) VALUE SPACES.

      * Estorno sujeito a aprovacao (APROVACOES.DAT via PROGPENDENTE).
       01 WS-ESTORNO-OK                    PIC X VALUE 'N'.
           88 WS-ESTORNO-POSSIVEL                 VALUE 'S'.
       01 WS-RAZAO-RECUSA                  PIC X(40) VALUE SPACES.
       01 WS-MOTIVO-ESTORNO                PIC X(40) VALUE SPACES.
       01 WS-GRAVADOS-ANTES                PIC 9(04) VALUE ZEROS.
       01 WS-CONT-APLICADOS                PIC 9(04) VALUE ZEROS.
       01 WS-IND-PENDENTE                  PIC X VALUE 'N'.
           88 WS-PENDENTE-FALHOU                  VALUE 'S'.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.

       01 WS-PARCELA-MARCADA               PIC X VALUE 'N'.
           88 WS-PARCELA-ATUALIZADA               VALUE 'S'.

      * Saldo credor do cliente (CREDITOS.DAT): o excesso de um
      * pagamento acima do residual, o movimento de credito ligado
      * ao recibo que se estorna e o reembolso.
       77 WS-FS-CREDITOS                   PIC X(02) VALUE ZEROS.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-EXCESSO.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO
                                     BY WS-SALDO-CREDOR.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO
                                     BY WS-CRD-ORIGINAL.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO
                                     BY WS-RECIBO-TOTAL.
       01 WS-CREDITOS-FIM                  PIC X VALUE 'N'.
           88 WS-SEM-MAIS-CREDITOS                VALUE 'S'.
       01 WS-CONFIRMA-CREDITO              PIC X VALUE 'N'.
       01 WS-CONT-REEMBOLSOS               PIC 9(04) VALUE ZEROS.
       01 WS-REEMBOLSO-ATRIBUIDO           PIC 9(06) VALUE ZEROS.
       01 WS-CRD-TIPO                      PIC X(01) VALUE SPACE.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-CRD-VALOR.
       01 WS-CRD-FATURA                    PIC 9(06) VALUE ZEROS.
       01 WS-CRD-DOCUMENTO                 PIC 9(06) VALUE ZEROS.
       01 WS-CRD-FORMA                     PIC X(01) VALUE SPACE.

      * Pagamento repartido: itens em aberto do cliente (parcela
      * aberta do plano, ou a fatura inteira sem plano), ordenados
      * pelo vencimento, com o residual e o valor afetado a cada.
       01 WS-ITM-CONT                      PIC 9(02) VALUE ZEROS.
       01 WS-ITM-MAX                       PIC 9(02) VALUE 40.
       01 WS-ITM-IDX                       PIC 9(02) VALUE ZEROS.
       01 WS-ITM-IDX2                      PIC 9(02) VALUE ZEROS.
       01 WS-ITM-LIMITE                    PIC 9(02) VALUE ZEROS.
       01 WS-ITM-TAB OCCURS 40 TIMES.
           03 WS-IT-FATURA                 PIC 9(06).
           03 WS-IT-PARCELA                PIC 9(02).
           03 WS-IT-VENCIMENTO             PIC 9(08).
           03 WS-IT-RESIDUAL               PIC S9(07)V99.
           03 WS-IT-AFETADO                PIC S9(07)V99.
       01 WS-ITM-TROCA.
           03 WS-ITT-FATURA                PIC 9(06).
           03 WS-ITT-PARCELA               PIC 9(02).
           03 WS-ITT-VENCIMENTO            PIC 9(08).
           03 WS-ITT-RESIDUAL              PIC S9(07)V99.
           03 WS-ITT-AFETADO               PIC S9(07)V99.
       01 WS-ITENS-A-MAIS                  PIC X VALUE 'N'.
           88 WS-ITENS-EXCEDIDOS                  VALUE 'S'.

       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO
                                     BY WS-TOTAL-RECEBIDO.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO
                                     BY WS-TOTAL-EM-DIVIDA.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO
                                     BY WS-TOTAL-AFETADO.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-POR-AFETAR.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO
                                     BY WS-VALOR-DIGITADO.
       01 WS-ITEM-EDIT                     PIC -(07)9.99.
       01 WS-FATURAS-FIM                   PIC X VALUE 'N'.
           88 WS-SEM-MAIS-FATURAS                 VALUE 'S'.
       01 WS-PLANO-FIM                     PIC X VALUE 'N'.
           88 WS-SEM-MAIS-PARCELAS                VALUE 'S'.
       01 WS-PLANOS-DISPONIVEIS            PIC X VALUE 'N'.
           88 WS-COM-PRESTACOES                   VALUE 'S'.
       01 WS-FATURA-TEM-PLANO              PIC X VALUE 'N'.
           88 WS-FATURA-COM-PLANO                 VALUE 'S'.
       01 WS-ACEITA-REPARTICAO             PIC X VALUE 'S'.
       01 WS-REPARTICAO-OK                 PIC X VALUE 'N'.
           88 WS-REPARTICAO-ACEITE                VALUE 'S'.

      * Divida anulada como incobravel (ANULACOES.DAT): o estado
      * lido da fatura e da parcela, e o valor ja recuperado pelo
      * recibo que se estorna.
       77 WS-FS-ANULACOES                  PIC X(02) VALUE ZEROS.
       01 WS-ESTADO-FATURA                 PIC X VALUE SPACE.
           88 WS-FATURA-ANULADA                   VALUE 'I'.
       01 WS-ESTADO-PARCELA-LIDO           PIC X VALUE SPACE.
           88 WS-PARCELA-ANULADA                  VALUE 'I'.
       01 WS-DIVIDA-INCOBRAVEL             PIC X VALUE 'N'.
           88 WS-RECUPERA-DIVIDA                  VALUE 'S'.
       01 WS-ANULACOES-FIM                 PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ANULACOES               VALUE 'S'.
       01 WS-ANU-MOTIVO                    PIC X(40) VALUE SPACES.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-ANU-VALOR.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO
                                     BY WS-RECUPERADO-RECIBO.

      * Cheque devolvido: o resultado da compensacao, a taxa do banco
      * debitada ao cliente numa fatura nova e o bloqueio de cheques
      * (tabela CHEQUEDEV de TABELAS.DAT; sem entrada valem as
      * omissoes compiladas).
       77 WS-FS-FATLINHAS                  PIC X(02) VALUE ZEROS.
       01 WS-RESULTADO-CHEQUE              PIC X VALUE 'C'.
           88 WS-CHEQUE-COBRADO                   VALUE 'C'.
           88 WS-CHEQUE-DEVOLVIDO                 VALUE 'D'.
       01 WS-DEVOLUCAO                     PIC X VALUE 'N'.
           88 WS-DEVOLUCAO-RECUSADA               VALUE 'S'.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-TAXA-CHEQUE.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO
                                     BY WS-TAXA-COBRADA.
       01 WS-DIAS-BLOQUEIO                 PIC 9(04) VALUE 180.
       01 WS-TAB-DESC                      PIC X(30) VALUE SPACES.
       01 FILLER REDEFINES WS-TAB-DESC.
           03 WS-TAB-DESC-DIAS                 PIC X(04).
           03 FILLER                           PIC X(26).
       01 FILLER REDEFINES WS-TAB-DESC.
           03 WS-TAB-DESC-TAXA                 PIC X(07).
           03 WS-TAB-DESC-TAXA-NUM REDEFINES WS-TAB-DESC-TAXA
                                               PIC 9(05)V99.
           03 FILLER                           PIC X(23).
       01 WS-FATURA-TAXA                   PIC 9(06) VALUE ZEROS.
       01 WS-DESC-TAXA                     PIC X(30) VALUE SPACES.
       01 WS-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
       01 WS-ULT-DEVOLUCAO                 PIC 9(08) VALUE ZEROS.
       01 WS-BLOQUEIO                      PIC X VALUE 'N'.
           88 WS-CHEQUES-BLOQUEADOS               VALUE 'S'.
       01 WS-CTL-RECIBO                    PIC 9(06) VALUE ZEROS.
       01 WS-CTL-REEMBOLSO                 PIC 9(06) VALUE ZEROS.
       01 WS-IND-CHAMADA                   PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU                   VALUE 'S'.

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

       01 PENDENTE-PARAMETRES.
           02 PND-FUNCAO               PIC X(01).
           02 PND-OPERADOR             PIC X(08).
           COPY "APRREG.cpy" REPLACING NIVEL-APR BY 02
                                       CAMPO-APR-REG BY PND-PEDIDO.
           02 PND-RESULTADO            PIC X(01).
               88 PND-OK                      VALUE 'S'.
               88 PND-NAO-ENCONTRADO          VALUE 'N'.
               88 PND-ERRO                    VALUE 'F'.

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

                MOVE 'N' TO WS-OPCAO
            ELSE
                MOVE SGN-OPERADOR TO WS-OPERADOR
                PERFORM CONSULTA-AMBIENTE
            END-IF

            PERFORM LE-CONTROLE
            PERFORM CARREGA-PARAMETROS-CHEQUE

      * A conta de pagamentos (e a serie de recibos do controlo) e
      * de um escritor de cada vez - o lock PAGAMENTOS recusa uma
                MOVE 'N' TO WS-OPCAO
            END-IF

      * Os estornos ja aprovados na fila de aprovacao sao aplicados
      * antes de mais nada, com o lock tomado.
            IF WS-OPCAO NOT = 'N'
                PERFORM APLICA-ESTORNOS-APROVADOS
            END-IF

            PERFORM REGISTA-PAGAMENTO
                UNTIL WS-OPCAO = "N" OR WS-OPCAO = "n"

            END-IF

            IF WS-CONT-RECIBOS > ZERO
               OR WS-CONT-REEMBOLSOS > ZERO
                PERFORM GRAVA-CONTROLE
            END-IF

                    WS-CONT-GRAVADOS
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


      * Sem PROGLOCK disponivel a sessao segue com aviso, como as
      * outras validacoes quando a referencia falta.
            IF CTL-PROX-RECIBO NOT NUMERIC
               OR CTL-PROX-RECIBO = ZEROS
                MOVE 1 TO CTL-PROX-RECIBO
            END-IF

            IF CTL-PROX-REEMBOLSO NOT NUMERIC
               OR CTL-PROX-REEMBOLSO = ZEROS
                MOVE 1 TO CTL-PROX-REEMBOLSO
            END-IF.

      * CONTROLE.DAT e relido antes de regravado: desta sessao so
      * valem os contadores de recibo e de reembolso, o resto (a
      * serie de faturas, por exemplo) e o que estiver no ficheiro.
       GRAVA-CONTROLE.

            PERFORM RELE-CONTROLE

            OPEN OUTPUT CONTROLE
            MOVE CTL-REGISTO-GERAL TO FD-CTL-REGISTO
            WRITE FD-CTL-REGISTO
            CLOSE CONTROLE.

       RELE-CONTROLE.

            MOVE CTL-PROX-RECIBO    TO WS-CTL-RECIBO
            MOVE CTL-PROX-REEMBOLSO TO WS-CTL-REEMBOLSO
            PERFORM LE-CONTROLE
            MOVE WS-CTL-RECIBO      TO CTL-PROX-RECIBO
            MOVE WS-CTL-REEMBOLSO   TO CTL-PROX-REEMBOLSO.

       CARREGA-PARAMETROS-CHEQUE.

            MOVE 15.00 TO WS-TAXA-CHEQUE

            MOVE "TAXA" TO TBC-CODIGO
            PERFORM CONSULTA-CHEQUEDEV
            IF TBC-ENCONTRADO
                MOVE TBC-DESCRICAO TO WS-TAB-DESC
                IF WS-TAB-DESC-TAXA IS NUMERIC
                    MOVE WS-TAB-DESC-TAXA-NUM TO WS-TAXA-CHEQUE
                END-IF
            END-IF

            MOVE "DIAS-BLOQUEIO" TO TBC-CODIGO
            PERFORM CONSULTA-CHEQUEDEV
            IF TBC-ENCONTRADO
                MOVE TBC-DESCRICAO TO WS-TAB-DESC
                IF WS-TAB-DESC-DIAS IS NUMERIC
                    MOVE WS-TAB-DESC-DIAS TO WS-DIAS-BLOQUEIO
                END-IF
            END-IF.

       CONSULTA-CHEQUEDEV.

            MOVE "CHEQUEDEV" TO TBC-TABELA
            MOVE ZEROS TO TBC-DATA
            SET TBC-NAO-ENCONTRADO TO TRUE
            MOVE 'N' TO WS-IND-CHAMADA

            CALL 'PROGTABCON' USING TABCON-PARAMETRES
                ON EXCEPTION
                    SET WS-CHAMADA-FALHOU TO TRUE
            END-CALL

            IF WS-CHAMADA-FALHOU
                SET TBC-SEM-FICHEIRO TO TRUE
            END-IF.

       REGISTA-PAGAMENTO.

            DISPLAY " "
            DISPLAY "REGISTAR PAGAMENTO (S), PAGAMENTO DE VARIAS "
                    "FATURAS (M), ESTORNO (E), CHEQUE COBRADO OU "
                    "DEVOLVIDO (C), REEMBOLSO DE SALDO CREDOR (R) OU "
                    "TERMINAR (N)? "
            ACCEPT WS-OPCAO

      * Sem resposta (ex.: passo de lote sem teclado, em que o
                WHEN "S"
                WHEN "s"
                    PERFORM PROCESSA-PAGAMENTO
                WHEN "M"
                WHEN "m"
                    PERFORM PROCESSA-PAGAMENTO-MULTIPLO
                WHEN "E"
                WHEN "e"
                    PERFORM PROCESSA-ESTORNO
                WHEN "C"
                WHEN "c"
                    PERFORM PROCESSA-CHEQUE-COBRADO
                WHEN "R"
                WHEN "r"
                    PERFORM PROCESSA-REEMBOLSO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       PROCESSA-PAGAMENTO.

            MOVE ZEROS TO WS-EXCESSO WS-CRD-ORIGINAL
            MOVE ZEROS TO WS-RECUPERADO-RECIBO

            DISPLAY "CLIENTE PAGADOR: "
            ACCEPT WS-CLIENTE-NUM

                            "PAGAMENTO RECUSADO."
                ELSE
                    PERFORM PEDE-PARCELA
                    PERFORM VERIFICA-DIVIDA-ANULADA

                    PERFORM CALCULA-RESIDUAL
                    MOVE WS-RESIDUAL TO WS-RESIDUAL-EDIT
                                "PARCIAL): "
                        ACCEPT WS-FATURA-VALOR

                        IF WS-FATURA-VALOR > WS-RESIDUAL
                            PERFORM PEDE-SALDO-CREDOR
                        END-IF

                        IF WS-FATURA-VALOR <= ZEROS
                           OR WS-FATURA-VALOR > WS-RESIDUAL
                            DISPLAY "VALOR INVALIDO (1 A "
                                SET WS-PENDENTE TO TRUE
                            END-IF

      * So dinheiro confirmado pode ficar como saldo credor.
                            IF WS-EXCESSO > ZEROS
                               AND NOT WS-CONFIRM
                                DISPLAY "SO UM PAGAMENTO CONFIRMADO "
                                        "GERA SALDO CREDOR - "
                                        "PAGAMENTO RECUSADO."
                            ELSE
                                PERFORM GRAVA-PAGAMENTO
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * O estorno nao tem efeito imediato: validado, fica como
      * pedido na fila de aprovacao (PROGPENDENTE) e e aplicado na
      * sessao seguinte depois de um supervisor - que nao seja o
      * requerente - o aprovar no PROGAPROVA.
       PROCESSA-ESTORNO.

            DISPLAY "CLIENTE DO PAGAMENTO A ESTORNAR: "
            DISPLAY "RECIBO DA CONFIRMACAO A ESTORNAR: "
            ACCEPT WS-RECIBO-PEDIDO

            PERFORM VALIDA-ESTORNO

            IF WS-ESTORNO-POSSIVEL
                PERFORM PEDE-APROVACAO-ESTORNO
            END-IF.

       VALIDA-ESTORNO.

            MOVE ZEROS TO WS-EXCESSO WS-CRD-ORIGINAL
            MOVE 'N' TO WS-DIVIDA-INCOBRAVEL
            MOVE 'N' TO WS-ESTORNO-OK
            MOVE SPACES TO WS-RAZAO-RECUSA

            PERFORM PROCURA-CONFIRMACAO

            EVALUATE TRUE
                WHEN WS-JA-ESTORNADO
                    DISPLAY "ESTA CONFIRMACAO JA FOI ESTORNADA - "
                            "NADA GRAVADO."
                    MOVE "CONFIRMACAO JA ESTORNADA"
                        TO WS-RAZAO-RECUSA
                WHEN NOT WS-CONFIRMACAO-EXISTE
                    DISPLAY "NAO HA CONFIRMACAO (ESTADO S) COM "
                            "ESTE RECIBO NESTA FATURA/PARCELA "
                            "PARA ESTE CLIENTE - ESTORNO RECUSADO."
                    MOVE "CONFIRMACAO NAO ENCONTRADA"
                        TO WS-RAZAO-RECUSA
                WHEN OTHER
      * O saldo credor gerado pelo recibo tem de estar ainda por
      * usar para o estorno o poder anular.
                    PERFORM CALCULA-SALDO-CREDOR
                    IF WS-CRD-ORIGINAL > WS-SALDO-CREDOR
                        DISPLAY "O SALDO CREDOR GERADO POR ESTE "
                                "RECIBO JA FOI USADO OU "
                                "REEMBOLSADO - ESTORNO RECUSADO."
                        MOVE "SALDO CREDOR DO RECIBO JA USADO"
                            TO WS-RAZAO-RECUSA
                    ELSE
                        SET WS-ESTORNO-POSSIVEL TO TRUE
                    END-IF
            END-EVALUATE.

       EXECUTA-ESTORNO.

            PERFORM CALCULA-RECUPERADO
            COMPUTE WS-FATURA-VALOR = 0 - WS-VALOR-ORIGINAL
            MOVE 'E' TO WS-PAGTO
      * O estorno sai com o recibo e a forma da confirmacao que
      * anula.
            MOVE WS-RECIBO-ORIGINAL TO WS-RECIBO-ATRIBUIDO
            MOVE WS-FORMA-ORIGINAL  TO WS-FORMA
            MOVE SPACE              TO WS-COMPENSACAO
            PERFORM GRAVA-PAGAMENTO.

      * Um so pedido em aberto por confirmacao; sem motivo nao ha
      * pedido.
       PEDE-APROVACAO-ESTORNO.

            MOVE SPACES TO PND-PEDIDO
            SET APR-ESTORNO TO TRUE
            MOVE WS-CLIENTE-NUM   TO APR-ES-CLIENTE
            MOVE WS-FATURA-NUM    TO APR-ES-FATURA
            MOVE WS-PARCELA-NUM   TO APR-ES-PARCELA
            MOVE WS-RECIBO-PEDIDO TO APR-ES-RECIBO
            MOVE 'C' TO PND-FUNCAO
            PERFORM CHAMA-PENDENTE

            EVALUATE TRUE
                WHEN WS-PENDENTE-FALHOU OR PND-ERRO
                    DISPLAY "FILA DE APROVACAO INDISPONIVEL - "
                            "ESTORNO NAO PEDIDO."
                WHEN PND-OK
                    DISPLAY "JA EXISTE O PEDIDO " APR-NUMERO
                            " (ESTADO " APR-ESTADO ") PARA ESTE "
                            "ESTORNO - NADA GRAVADO."
                WHEN OTHER
                    DISPLAY "MOTIVO DO ESTORNO: "
                    MOVE SPACES TO WS-MOTIVO-ESTORNO
                    ACCEPT WS-MOTIVO-ESTORNO
                    IF WS-MOTIVO-ESTORNO = SPACES
                        DISPLAY "SEM MOTIVO - ESTORNO NAO PEDIDO."
                    ELSE
                        PERFORM REGISTA-PEDIDO-ESTORNO
                    END-IF
            END-EVALUATE.

       REGISTA-PEDIDO-ESTORNO.

            MOVE "PROGPAG" TO APR-PROGRAMA
            MOVE WS-VALOR-ORIGINAL TO WS-RECIBO-VALOR-EDIT
            MOVE SPACES TO APR-ANTES APR-DEPOIS
            STRING "CONFIRMADO " WS-RECIBO-VALOR-EDIT
                DELIMITED BY SIZE INTO APR-ANTES
            END-STRING
            STRING "ESTORNADO " WS-RECIBO-VALOR-EDIT
                DELIMITED BY SIZE INTO APR-DEPOIS
            END-STRING
            MOVE WS-MOTIVO-ESTORNO TO APR-MOTIVO
            MOVE WS-OPERADOR TO APR-REQUERENTE PND-OPERADOR
            MOVE 'R' TO PND-FUNCAO
            PERFORM CHAMA-PENDENTE

            IF WS-PENDENTE-FALHOU OR NOT PND-OK
                DISPLAY "ERRO AO REGISTAR O PEDIDO - ESTORNO NAO "
                        "PEDIDO."
            ELSE
                DISPLAY "ESTORNO PEDIDO COM O NUMERO " APR-NUMERO
                        " - AGUARDA APROVACAO DE UM SUPERVISOR."
            END-IF.

      * Cada estorno aprovado e revalidado contra o estado atual
      * de PAGAMENTOS.DAT e gravado em nome do requerente; o pedido
      * fica aplicado, ou falhado com a razao.
       APLICA-ESTORNOS-APROVADOS.

            MOVE ZEROS TO WS-CONT-APLICADOS
            MOVE SPACES TO PND-PEDIDO
            MOVE ZEROS TO APR-NUMERO
            SET APR-ESTORNO TO TRUE
            MOVE 'S' TO PND-FUNCAO
            PERFORM CHAMA-PENDENTE

            PERFORM APLICA-ESTORNO-APROVADO
                UNTIL WS-PENDENTE-FALHOU OR NOT PND-OK

            IF WS-CONT-APLICADOS > ZERO
                DISPLAY "ESTORNOS APROVADOS APLICADOS: "
                        WS-CONT-APLICADOS
            END-IF.

       APLICA-ESTORNO-APROVADO.

            DISPLAY "ESTORNO APROVADO - PEDIDO " APR-NUMERO
                    " DE " APR-REQUERENTE ", APROVADO POR "
                    APR-DECISOR
            MOVE APR-ES-CLIENTE TO WS-CLIENTE-NUM
            MOVE APR-ES-FATURA  TO WS-FATURA-NUM
            MOVE APR-ES-PARCELA TO WS-PARCELA-NUM
            MOVE APR-ES-RECIBO  TO WS-RECIBO-PEDIDO
            MOVE APR-REQUERENTE TO WS-OPERADOR
            MOVE WS-CONT-GRAVADOS TO WS-GRAVADOS-ANTES

            PERFORM VALIDA-ESTORNO
            IF WS-ESTORNO-POSSIVEL
                PERFORM EXECUTA-ESTORNO
                IF WS-CONT-GRAVADOS = WS-GRAVADOS-ANTES
                    MOVE "MES DO LANCAMENTO FECHADO"
                        TO WS-RAZAO-RECUSA
                END-IF
            END-IF
            MOVE SGN-OPERADOR TO WS-OPERADOR PND-OPERADOR

            IF WS-CONT-GRAVADOS > WS-GRAVADOS-ANTES
                ADD 1 TO WS-CONT-APLICADOS
                MOVE 'X' TO PND-FUNCAO
            ELSE
                DISPLAY "PEDIDO " APR-NUMERO " NAO APLICADO - "
                        WS-RAZAO-RECUSA
                MOVE WS-RAZAO-RECUSA TO APR-NOTA-DECISAO
                MOVE 'F' TO PND-FUNCAO
            END-IF
            PERFORM CHAMA-PENDENTE

            SET APR-ESTORNO TO TRUE
            MOVE 'S' TO PND-FUNCAO
            PERFORM CHAMA-PENDENTE.

       CHAMA-PENDENTE.

            MOVE 'N' TO WS-IND-PENDENTE
            CALL 'PROGPENDENTE' USING PENDENTE-PARAMETRES
                ON EXCEPTION
                    SET WS-PENDENTE-FALHOU TO TRUE
            END-CALL.

      * O excesso sobre o residual so fica como saldo credor com a
      * concordancia do operador; sem ela o valor e recusado.
       PEDE-SALDO-CREDOR.

            COMPUTE WS-EXCESSO = WS-FATURA-VALOR - WS-RESIDUAL
            MOVE WS-EXCESSO TO WS-RECIBO-VALOR-EDIT
            DISPLAY "O VALOR EXCEDE O EM DIVIDA EM "
                    WS-RECIBO-VALOR-EDIT "."
            DISPLAY "O EXCESSO FICA COMO SALDO CREDOR DO CLIENTE? "
                    "(S/N): "
            ACCEPT WS-CONFIRMA-CREDITO

            IF WS-CONFIRMA-CREDITO = "S" OR WS-CONFIRMA-CREDITO = "s"
                MOVE WS-RESIDUAL TO WS-FATURA-VALOR
            ELSE
                MOVE ZEROS TO WS-EXCESSO
            END-IF.

      * Saldo credor do cliente: soma de todos os seus movimentos
      * em CREDITOS.DAT. De caminho guarda o movimento de origem ou
      * de consumo ligado ao recibo pedido (estorno).
       CALCULA-SALDO-CREDOR.

            MOVE ZEROS TO WS-SALDO-CREDOR WS-CRD-ORIGINAL
            MOVE 'N' TO WS-CREDITOS-FIM

            OPEN INPUT CREDITOS
            IF WS-FS-CREDITOS = "00"
                PERFORM LE-CREDITO
                PERFORM SOMA-CREDITO
                    UNTIL WS-SEM-MAIS-CREDITOS
                CLOSE CREDITOS
            END-IF.

       LE-CREDITO.

            READ CREDITOS
                AT END SET WS-SEM-MAIS-CREDITOS TO TRUE
            END-READ.

       SOMA-CREDITO.

            IF CRD-CLIENTE = WS-CLIENTE-NUM
                ADD CRD-VALOR TO WS-SALDO-CREDOR
                IF (CRD-ORIGEM OR CRD-CONSUMO)
                   AND CRD-DOCUMENTO = WS-RECIBO-PEDIDO
                   AND CRD-FATURA = WS-FATURA-NUM
                   AND WS-RECIBO-PEDIDO NOT = ZEROS
                    MOVE CRD-VALOR TO WS-CRD-ORIGINAL
                END-IF
            END-IF

            PERFORM LE-CREDITO.

      * Reembolso do saldo credor ao cliente: documento da serie
      * CTL-PROX-REEMBOLSO, impresso em RECIBOS.LIS; o numerario
      * sai da gaveta e entra no fecho de caixa.
       PROCESSA-REEMBOLSO.

            DISPLAY "CLIENTE A REEMBOLSAR: "
            ACCEPT WS-CLIENTE-NUM

            PERFORM VALIDA-CLIENTE

            IF NOT WS-CLIENTE-EXISTE
                DISPLAY "CLIENTE " WS-CLIENTE-NUM " NAO EXISTE EM "
                        "CLIENTES.DAT - REEMBOLSO RECUSADO."
            ELSE
                DISPLAY "CLIENTE: " CLI-NOME
                MOVE ZEROS TO WS-RECIBO-PEDIDO
                PERFORM CALCULA-SALDO-CREDOR
                MOVE WS-SALDO-CREDOR TO WS-RESIDUAL-EDIT

                IF WS-SALDO-CREDOR <= ZEROS
                    DISPLAY "CLIENTE SEM SALDO CREDOR - NADA A "
                            "REEMBOLSAR."
                ELSE
                    DISPLAY "SALDO CREDOR: " WS-RESIDUAL-EDIT
                    DISPLAY "VALOR A REEMBOLSAR: "
                    ACCEPT WS-FATURA-VALOR

                    IF WS-FATURA-VALOR <= ZEROS
                       OR WS-FATURA-VALOR > WS-SALDO-CREDOR
                        DISPLAY "VALOR INVALIDO (1 A "
                                WS-RESIDUAL-EDIT ") - "
                                "REEMBOLSO RECUSADO."
                    ELSE
                        PERFORM PEDE-FORMA
                        PERFORM GRAVA-REEMBOLSO
                    END-IF
                END-IF
            END-IF.

       GRAVA-REEMBOLSO.

            ACCEPT WS-FATURA-DATA FROM DATE YYYYMMDD

            PERFORM VERIFICA-MES-FECHADO
            IF WS-ESTADO-MES = 'F'
                DISPLAY "O MES " WS-MES-LANCAMENTO " ESTA FECHADO "
                        "(PROGFECHOMES) - REEMBOLSO RECUSADO."
            ELSE
                MOVE CTL-PROX-REEMBOLSO TO WS-REEMBOLSO-ATRIBUIDO
                ADD 1 TO CTL-PROX-REEMBOLSO
                ADD 1 TO WS-CONT-REEMBOLSOS

                MOVE 'R' TO WS-CRD-TIPO
                COMPUTE WS-CRD-VALOR = 0 - WS-FATURA-VALOR
                MOVE ZEROS TO WS-CRD-FATURA
                MOVE WS-REEMBOLSO-ATRIBUIDO TO WS-CRD-DOCUMENTO
                MOVE WS-FORMA TO WS-CRD-FORMA
                PERFORM GRAVA-MOVIMENTO-CREDITO

                DISPLAY "REEMBOLSO " WS-REEMBOLSO-ATRIBUIDO
                        " GRAVADO: CLIENTE " WS-CLIENTE-NUM
                PERFORM IMPRIME-REEMBOLSO
            END-IF.

       GRAVA-MOVIMENTO-CREDITO.

            OPEN EXTEND CREDITOS
            IF WS-FS-CREDITOS = "35"
                OPEN OUTPUT CREDITOS
                CLOSE CREDITOS
                OPEN EXTEND CREDITOS
            END-IF

            MOVE WS-CLIENTE-NUM   TO CRD-CLIENTE
            MOVE WS-FATURA-DATA   TO CRD-DATA
            MOVE WS-CRD-TIPO      TO CRD-TIPO
            MOVE WS-CRD-VALOR     TO CRD-VALOR
            MOVE WS-CRD-FATURA    TO CRD-FATURA
            MOVE WS-CRD-DOCUMENTO TO CRD-DOCUMENTO
            MOVE WS-CRD-FORMA     TO CRD-FORMA
            MOVE WS-OPERADOR      TO CRD-OPERADOR
            WRITE FD-CREDITO-REG

            CLOSE CREDITOS.

       IMPRIME-REEMBOLSO.

            OPEN EXTEND RECIBOS
            IF WS-FS-RECIBOS = "35"
            MOVE ALL "=" TO WS-RECIBO-LINHA
            PERFORM GRAVA-LINHA-RECIBO

            IF AMB-FORMACAO
                MOVE AMB-MARCA TO WS-RECIBO-LINHA
                PERFORM GRAVA-LINHA-RECIBO
            END-IF

            MOVE SPACES TO WS-RECIBO-LINHA
            STRING "REEMBOLSO N. " WS-REEMBOLSO-ATRIBUIDO
                   "  EMITIDO EM " WS-FATURA-DATA
                DELIMITED BY SIZE INTO WS-RECIBO-LINHA
            END-STRING
            PERFORM GRAVA-LINHA-RECIBO

            MOVE SPACES TO WS-RECIBO-LINHA
            STRING "DEVOLVEMOS A " WS-CLIENTE-NUM " " CLI-NOME
                DELIMITED BY SIZE INTO WS-RECIBO-LINHA
            END-STRING
            PERFORM GRAVA-LINHA-RECIBO
            MOVE WS-FATURA-VALOR TO WS-RECIBO-VALOR-EDIT
            MOVE SPACES TO WS-RECIBO-LINHA
            STRING "A QUANTIA DE " WS-RECIBO-VALOR-EDIT
                   " DO SALDO CREDOR DA CONTA"
                DELIMITED BY SIZE INTO WS-RECIBO-LINHA
            END-STRING
            PERFORM GRAVA-LINHA-RECIBO

            CLOSE RECIBOS

            DISPLAY "REEMBOLSO IMPRESSO EM RECIBOS.LIS.".

      * A forma de pagamento entra em todos os registos novos; um
      * cheque nasce por cobrar.
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

      * O cliente fica sem cheques durante WS-DIAS-BLOQUEIO dias
      * depois da devolucao mais recente (estorno de compensacao D
      * em PAGAMENTOS.DAT).
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

       PROCURA-DEVOLUCAO.

            IF PAG-CLIENTE = WS-CLIENTE-NUM
               AND PAG-ESTORNO
               AND PAG-CHEQUE-DEVOLVIDO
               AND PAG-DATA > WS-ULT-DEVOLUCAO
                MOVE PAG-DATA TO WS-ULT-DEVOLUCAO
            END-IF

            PERFORM LE-PAGAMENTO.

      * Marca um cheque confirmado como cobrado ou devolvido - com
      * o mestre indexado e um REWRITE direto no registo
      * encontrado. A devolucao estorna o pagamento e debita a taxa
      * do banco ao cliente.
       PROCESSA-CHEQUE-COBRADO.

            MOVE ZEROS TO WS-EXCESSO WS-CRD-ORIGINAL
            MOVE ZEROS TO WS-RECUPERADO-RECIBO
            MOVE 'N' TO WS-DIVIDA-INCOBRAVEL
            MOVE 'N' TO WS-DEVOLUCAO

            DISPLAY "CLIENTE DO CHEQUE: "
            ACCEPT WS-CLIENTE-NUM
            DISPLAY "FATURA: "
            ACCEPT WS-FATURA-NUM
            DISPLAY "PARCELA (0 = FATURA INTEIRA): "
            ACCEPT WS-PARCELA-NUM
            DISPLAY "RESULTADO DA COMPENSACAO (C=COBRADO, "
                    "D=DEVOLVIDO PELO BANCO): "
            ACCEPT WS-RESULTADO-CHEQUE

            EVALUATE WS-RESULTADO-CHEQUE
                WHEN 'd'
                    MOVE 'D' TO WS-RESULTADO-CHEQUE
                WHEN 'D'
                    CONTINUE
                WHEN OTHER
                    MOVE 'C' TO WS-RESULTADO-CHEQUE
            END-EVALUATE

      * O estorno da devolucao sai com a data de hoje - um mes
      * fechado recusa-a antes de se tocar no cheque.
            MOVE SPACE TO WS-ESTADO-MES
            IF WS-CHEQUE-DEVOLVIDO
                ACCEPT WS-FATURA-DATA FROM DATE YYYYMMDD
                PERFORM VERIFICA-MES-FECHADO
            END-IF

            MOVE 'N' TO WS-CHEQUE-MARCADO
            MOVE 'N' TO WS-PAGAMENTOS-FIM

            IF WS-ESTADO-MES = 'F'
                DISPLAY "O MES " WS-MES-LANCAMENTO " ESTA FECHADO "
                        "(PROGFECHOMES) - DEVOLUCAO RECUSADA."
            ELSE
                OPEN I-O PAGAMENTOS
                IF WS-FS-PAGAMENTOS NOT = "00"
                    DISPLAY "PAGAMENTOS.DAT NAO ENCONTRADO."
                ELSE
                    PERFORM LE-PAGAMENTO
                    PERFORM MARCA-CHEQUE
                        UNTIL WS-SEM-MAIS-PAGAMENTOS
                           OR WS-CHEQUE-COBRADO-OK
                           OR WS-DEVOLUCAO-RECUSADA
                    CLOSE PAGAMENTOS

                    EVALUATE TRUE
                        WHEN WS-DEVOLUCAO-RECUSADA
                            CONTINUE
                        WHEN NOT WS-CHEQUE-COBRADO-OK
                            DISPLAY "CHEQUE POR COBRAR NAO "
                                    "ENCONTRADO - NADA ALTERADO."
                        WHEN WS-CHEQUE-DEVOLVIDO
                            DISPLAY "CHEQUE MARCADO COMO DEVOLVIDO."
                            PERFORM DEVOLVE-CHEQUE
                        WHEN OTHER
                            DISPLAY "CHEQUE MARCADO COMO COBRADO."
                    END-EVALUATE
                END-IF
            END-IF.

       MARCA-CHEQUE.

            IF PAG-FATURA = WS-FATURA-NUM
               AND PAG-PARCELA = WS-PARCELA-NUM
               AND PAG-CLIENTE = WS-CLIENTE-NUM
               AND PAG-ESTADO = 'S'
               AND PAG-FORMA = 'C'
               AND PAG-COMPENSACAO = 'P'
                IF WS-CHEQUE-DEVOLVIDO
                    PERFORM PREPARA-DEVOLUCAO
                END-IF
                IF NOT WS-DEVOLUCAO-RECUSADA
                    MOVE WS-RESULTADO-CHEQUE TO PAG-COMPENSACAO
                    REWRITE FD-PAG-REGISTO
                    IF WS-FS-PAGAMENTOS = "00"
                        SET WS-CHEQUE-COBRADO-OK TO TRUE
                    ELSE
                        DISPLAY "ERRO AO REGRAVAR O CHEQUE - FILE "
                                "STATUS " WS-FS-PAGAMENTOS
                    END-IF
                END-IF
            ELSE
                PERFORM LE-PAGAMENTO
            END-IF.

      * Guarda a confirmacao do cheque para o estorno; o saldo
      * credor que o cheque tenha gerado tem de estar ainda por
      * usar, como no estorno da opcao E.
       PREPARA-DEVOLUCAO.

            MOVE PAG-VALOR  TO WS-VALOR-ORIGINAL
            MOVE PAG-RECIBO TO WS-RECIBO-ORIGINAL
            MOVE PAG-RECIBO TO WS-RECIBO-PEDIDO

            PERFORM CALCULA-SALDO-CREDOR
            IF WS-CRD-ORIGINAL > WS-SALDO-CREDOR
                SET WS-DEVOLUCAO-RECUSADA TO TRUE
                DISPLAY "O SALDO CREDOR GERADO POR ESTE CHEQUE JA "
                        "FOI USADO OU REEMBOLSADO - TRATE-O ANTES "
                        "DE REGISTAR A DEVOLUCAO."
            END-IF.

      * A devolucao e um estorno da confirmacao do cheque (forma C,
      * compensacao D, o mesmo recibo): reabre a parcela no plano e
      * a fatura e debita a taxa do banco numa fatura nova.
       DEVOLVE-CHEQUE.

            PERFORM CALCULA-RECUPERADO

            COMPUTE WS-FATURA-VALOR = 0 - WS-VALOR-ORIGINAL
            MOVE 'E' TO WS-PAGTO
            MOVE WS-RECIBO-ORIGINAL TO WS-RECIBO-ATRIBUIDO
            MOVE 'C' TO WS-FORMA
            MOVE 'D' TO WS-COMPENSACAO
            PERFORM GRAVA-PAGAMENTO-EFETIVO

            PERFORM REABRE-FATURA
            PERFORM EMITE-FATURA-TAXA

            DISPLAY "O CLIENTE " WS-CLIENTE-NUM " FICA SEM PODER "
                    "PAGAR COM CHEQUE DURANTE " WS-DIAS-BLOQUEIO
                    " DIAS.".

      * Uma fatura dada como paga volta a aberta; anulada como
      * incobravel ou cancelada fica como esta.
       REABRE-FATURA.

            OPEN I-O FATURAS
            IF WS-FS-FATURAS = "00"
                MOVE WS-FATURA-NUM TO FAT-NUMERO
                READ FATURAS
                IF WS-FS-FATURAS = "00" AND FAT-PAGA
                    SET FAT-ABERTA TO TRUE
                    REWRITE FD-FATURA-REG
                    IF WS-FS-FATURAS = "00"
                        DISPLAY "FATURA " WS-FATURA-NUM
                                " REABERTA."
                    END-IF
                END-IF
                CLOSE FATURAS
            END-IF.

      * A taxa do banco sai numa fatura nova da serie normal, com
      * uma linha unica isenta, como a fatura de juros do
      * PROGJURFAT; o operador pode corrigir o valor da tabela.
       EMITE-FATURA-TAXA.

            MOVE WS-TAXA-CHEQUE TO WS-RECIBO-VALOR-EDIT
            DISPLAY "TAXA DO BANCO A DEBITAR AO CLIENTE (0 = "
                    WS-RECIBO-VALOR-EDIT "): "
            ACCEPT WS-TAXA-COBRADA
            IF WS-TAXA-COBRADA = ZEROS
                MOVE WS-TAXA-CHEQUE TO WS-TAXA-COBRADA
            END-IF

            IF WS-TAXA-COBRADA <= ZEROS
                DISPLAY "SEM TAXA A DEBITAR - NENHUMA FATURA "
                        "EMITIDA."
            ELSE
                PERFORM RESERVA-NUMERO-FATURA

                MOVE SPACES TO WS-DESC-TAXA
                STRING "CHEQUE DEVOLVIDO FAT " WS-FATURA-NUM
                    DELIMITED BY SIZE INTO WS-DESC-TAXA
                END-STRING

                OPEN I-O FATURAS
                IF WS-FS-FATURAS = "35"
                    OPEN OUTPUT FATURAS
                    CLOSE FATURAS
                    OPEN I-O FATURAS
                END-IF

                MOVE WS-FATURA-TAXA  TO FAT-NUMERO
                MOVE WS-CLIENTE-NUM  TO FAT-CLIENTE
                MOVE WS-DESC-TAXA    TO FAT-DESCRICAO
                MOVE WS-TAXA-COBRADA TO FAT-VALOR
                MOVE WS-FATURA-DATA  TO FAT-DATA-EMISSAO
                MOVE WS-FATURA-DATA  TO FAT-DATA-VENCIMENTO
                SET FAT-ABERTA       TO TRUE
                MOVE WS-TAXA-COBRADA TO FAT-VALOR-BRUTO
                MOVE ZEROS           TO FAT-DESCONTO
                WRITE FD-FATURA-REG

                CLOSE FATURAS

                OPEN EXTEND FATLINHAS
                IF WS-FS-FATLINHAS = "35"
                    OPEN OUTPUT FATLINHAS
                    CLOSE FATLINHAS
                    OPEN EXTEND FATLINHAS
                END-IF

                MOVE WS-FATURA-TAXA  TO FLN-FATURA
                MOVE 1               TO FLN-LINHA
                MOVE WS-DESC-TAXA    TO FLN-DESCRICAO
                MOVE 1               TO FLN-QUANTIDADE
                MOVE WS-TAXA-COBRADA TO FLN-VALOR-UNIT
                MOVE 'I'             TO FLN-IVA-CODIGO
                MOVE ZEROS           TO FLN-IVA-TAXA
                WRITE FD-FATLINHA-REG

                CLOSE FATLINHAS

                MOVE 'FT'            TO RD-TIPO
                MOVE WS-FATURA-TAXA  TO RD-NUMERO
                MOVE WS-FATURA-DATA  TO RD-DATA
                MOVE WS-TAXA-COBRADA TO RD-VALOR
                PERFORM REGISTA-DOCUMENTO-FISCAL

                MOVE WS-TAXA-COBRADA TO WS-RECIBO-VALOR-EDIT
                DISPLAY "FATURA " WS-FATURA-TAXA " EMITIDA AO "
                        "CLIENTE " WS-CLIENTE-NUM " - TAXA DE "
                        "CHEQUE DEVOLVIDO " WS-RECIBO-VALOR-EDIT
            END-IF.

      * O numero da fatura sai de CONTROLE.DAT relido na hora e
      * regravado logo - o PROGFATURA pode estar a emitir em
      * paralelo.
       RESERVA-NUMERO-FATURA.

            PERFORM RELE-CONTROLE

            IF CTL-PROX-FATURA NOT NUMERIC
               OR CTL-PROX-FATURA = ZEROS
                MOVE 100235 TO CTL-PROX-FATURA
            END-IF

            MOVE CTL-PROX-FATURA TO WS-FATURA-TAXA
            ADD 1 TO CTL-PROX-FATURA

            OPEN OUTPUT CONTROLE
            MOVE CTL-REGISTO-GERAL TO FD-CTL-REGISTO
            WRITE FD-CTL-REGISTO
            CLOSE CONTROLE.

      * O recibo da confirmacao sai formatado em RECIBOS.LIS; a
      * reimpressao pelo numero e o PROGRECIMP.
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

            COMPUTE WS-RECIBO-TOTAL = WS-FATURA-VALOR + WS-EXCESSO
            MOVE WS-RECIBO-TOTAL TO WS-RECIBO-VALOR-EDIT
            MOVE SPACES TO WS-RECIBO-LINHA
            STRING "A QUANTIA DE " WS-RECIBO-VALOR-EDIT
                   " (FATURA " WS-FATURA-NUM " PARCELA "
                   WS-PARCELA-NUM ")"
                DELIMITED BY SIZE INTO WS-RECIBO-LINHA
            END-STRING
            PERFORM GRAVA-LINHA-RECIBO

            IF WS-EXCESSO > ZEROS
                MOVE WS-EXCESSO TO WS-RECIBO-VALOR-EDIT
                MOVE SPACES TO WS-RECIBO-LINHA
                STRING "DOS QUAIS " WS-RECIBO-VALOR-EDIT
                       " FICAM EM SALDO CREDOR DO CLIENTE"
                    DELIMITED BY SIZE INTO WS-RECIBO-LINHA
                END-STRING
                PERFORM GRAVA-LINHA-RECIBO
            END-IF

            MOVE SPACES TO WS-RECIBO-LINHA
            STRING "FORMA " WS-FORMA "  OPERADOR " WS-OPERADOR
                DELIMITED BY SIZE INTO WS-RECIBO-LINHA
            END-STRING
            PERFORM GRAVA-LINHA-RECIBO

            MOVE ALL "=" TO WS-RECIBO-LINHA
            PERFORM GRAVA-LINHA-RECIBO

            CLOSE RECIBOS

            DISPLAY "RECIBO IMPRESSO EM RECIBOS.LIS.".

       GRAVA-LINHA-RECIBO.

            MOVE WS-RECIBO-LINHA TO FD-RECIBO-LINHA
            WRITE FD-RECIBO-LINHA.

      * Procura em PAGAMENTOS.DAT a confirmacao original (estado S)
      * da fatura/parcela/cliente COM O RECIBO PEDIDO e verifica se
      * ja existe um estorno dela - o estorno herda o recibo da
      * confirmacao que anula, por isso e o recibo que emparelha o
      * E com o S certo quando ha varias confirmacoes parciais.
       PROCURA-CONFIRMACAO.

            MOVE 'N' TO WS-ACHOU-CONFIRMACAO
            MOVE 'N' TO WS-ACHOU-ESTORNO
            MOVE 'N' TO WS-PAGAMENTOS-FIM

            OPEN INPUT PAGAMENTOS
            IF WS-FS-PAGAMENTOS NOT = "00"
                DISPLAY "PAGAMENTOS.DAT NAO ENCONTRADO."
            ELSE
                PERFORM LE-PAGAMENTO
                PERFORM VERIFICA-CONFIRMACAO
                    UNTIL WS-SEM-MAIS-PAGAMENTOS
                CLOSE PAGAMENTOS
            END-IF.

       LE-PAGAMENTO.

            READ PAGAMENTOS
                AT END SET WS-SEM-MAIS-PAGAMENTOS TO TRUE
            END-READ.

       VERIFICA-CONFIRMACAO.

            IF PAG-FATURA = WS-FATURA-NUM
               AND PAG-PARCELA = WS-PARCELA-NUM
               AND PAG-CLIENTE = WS-CLIENTE-NUM
               AND PAG-RECIBO = WS-RECIBO-PEDIDO
                EVALUATE PAG-ESTADO
                    WHEN 'S'
                        SET WS-CONFIRMACAO-EXISTE TO TRUE
                        MOVE PAG-VALOR  TO WS-VALOR-ORIGINAL
                        MOVE PAG-RECIBO TO WS-RECIBO-ORIGINAL
                        MOVE PAG-FORMA  TO WS-FORMA-ORIGINAL
                    WHEN 'E'
                        SET WS-JA-ESTORNADO TO TRUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF

            PERFORM LE-PAGAMENTO.

      * O pagamento pode visar uma parcela do plano de prestacoes;
      * a parcela tem de existir em PRESTACOES.DAT e estar aberta.
       PEDE-PARCELA.

            MOVE ZEROS TO WS-PARCELA-NUM
            MOVE SPACE TO WS-ESTADO-PARCELA-LIDO

            DISPLAY "PAGAMENTO DE UMA PRESTACAO? (S/N): "
            ACCEPT WS-OPCAO-PARC

            IF WS-OPCAO-PARC = "S" OR WS-OPCAO-PARC = "s"
                DISPLAY "NUMERO DA PARCELA: "
                ACCEPT WS-PARCELA-NUM

                PERFORM VALIDA-PARCELA

                END-IF
            END-IF.

      * Divida anulada como incobravel continua a aceitar pagamento;
      * a confirmacao fica tambem registada como recuperacao.
       VERIFICA-DIVIDA-ANULADA.

            MOVE 'N' TO WS-DIVIDA-INCOBRAVEL

            IF WS-FATURA-ANULADA
               OR (WS-PARCELA-NUM > ZERO AND WS-PARCELA-ANULADA)
                SET WS-RECUPERA-DIVIDA TO TRUE
                DISPLAY "DIVIDA ANULADA COMO INCOBRAVEL - UM "
                        "PAGAMENTO CONFIRMADO FICA REGISTADO COMO "
                        "RECUPERACAO."
            END-IF.

      * Com o plano indexado a parcela valida-se por uma leitura
      * direta pela chave fatura/parcela. A parcela anulada como
      * incobravel (I) tambem se aceita - o pagamento recupera-a.
       VALIDA-PARCELA.

            MOVE 'N' TO WS-PARCELA-OK
                     TO PRE-PARCELA OF FD-PRESTA-REG
                READ PRESTACOES
                IF WS-FS-PRESTACOES = "00"
                   AND (PRE-ESTADO OF FD-PRESTA-REG = 'A'
                        OR PRE-ESTADO OF FD-PRESTA-REG = 'I')
                    SET WS-PARCELA-VALIDA TO TRUE
                    MOVE PRE-ESTADO OF FD-PRESTA-REG
                         TO WS-ESTADO-PARCELA-LIDO
                    MOVE PRE-VALOR OF FD-PRESTA-REG
                         TO WS-PARCELA-VALOR
                END-IF
            MOVE ZEROS TO WS-PAGO
            MOVE 'N' TO WS-PAGAMENTOS-FIM

      * So os pagamentos da fatura, pela chave alternativa
      * PAG-FATURA: o grupo acaba quando a fatura muda.
            OPEN INPUT PAGAMENTOS
            IF WS-FS-PAGAMENTOS = "00"
                MOVE WS-FATURA-NUM TO PAG-FATURA
                START PAGAMENTOS KEY = PAG-FATURA
                    INVALID KEY SET WS-SEM-MAIS-PAGAMENTOS TO TRUE
                END-START
                IF NOT WS-SEM-MAIS-PAGAMENTOS
                    PERFORM LE-PAGAMENTO
                END-IF
                PERFORM SOMA-PAGO
                    UNTIL WS-SEM-MAIS-PAGAMENTOS
                       OR PAG-FATURA NOT = WS-FATURA-NUM
                CLOSE PAGAMENTOS
            END-IF

       VALIDA-FATURA.

            MOVE 'N' TO WS-FATURA-OK
            MOVE SPACE TO WS-ESTADO-FATURA

            OPEN INPUT FATURAS
            IF WS-FS-FATURAS NOT = "00"
                   AND FAT-CLIENTE = WS-CLIENTE-NUM
                    SET WS-FATURA-VALIDA TO TRUE
                    MOVE FAT-VALOR TO WS-DEVIDO-FATURA
                    MOVE FAT-ESTADO TO WS-ESTADO-FATURA
                END-IF
                CLOSE FATURAS
            END-IF.
                END-IF
            END-IF

            PERFORM ESCREVE-REGISTO-PAGAMENTO

            ADD 1 TO WS-CONT-GRAVADOS
            DISPLAY "PAGAMENTO GRAVADO: FATURA " WS-FATURA-NUM
                    " ESTADO " WS-PAGTO
            IF WS-PAGTO = 'S'
                DISPLAY "RECIBO EMITIDO: " WS-RECIBO-ATRIBUIDO
                MOVE 'RG'                TO RD-TIPO
                MOVE WS-RECIBO-ATRIBUIDO TO RD-NUMERO
                MOVE WS-FATURA-DATA      TO RD-DATA
                COMPUTE RD-VALOR = WS-FATURA-VALOR + WS-EXCESSO
                PERFORM REGISTA-DOCUMENTO-FISCAL
                IF WS-EXCESSO > ZEROS
                    PERFORM REGISTA-ORIGEM-CREDITO
                END-IF
                PERFORM IMPRIME-RECIBO
            END-IF

      * O estorno anula tambem o movimento de saldo credor ligado
      * ao recibo (origem de um excesso ou consumo numa fatura).
            IF WS-PAGTO = 'E'
               AND WS-CRD-ORIGINAL NOT = ZEROS
                MOVE 'A' TO WS-CRD-TIPO
                COMPUTE WS-CRD-VALOR = 0 - WS-CRD-ORIGINAL
                MOVE WS-FATURA-NUM       TO WS-CRD-FATURA
                MOVE WS-RECIBO-ATRIBUIDO TO WS-CRD-DOCUMENTO
                MOVE WS-FORMA            TO WS-CRD-FORMA
                PERFORM GRAVA-MOVIMENTO-CREDITO
                DISPLAY "MOVIMENTO DE SALDO CREDOR DO RECIBO "
                        "ANULADO."
            END-IF

      * Confirmacao sobre divida anulada e uma recuperacao; o
      * estorno dela anula a recuperacao com o valor simetrico.
            IF WS-PAGTO = 'S' AND WS-RECUPERA-DIVIDA
                MOVE WS-FATURA-VALOR TO WS-ANU-VALOR
                MOVE "PAGAMENTO DE DIVIDA ANULADA" TO WS-ANU-MOTIVO
                PERFORM REGISTA-RECUPERACAO
            END-IF
            IF WS-PAGTO = 'E'
               AND WS-RECUPERADO-RECIBO NOT = ZEROS
                COMPUTE WS-ANU-VALOR = 0 - WS-RECUPERADO-RECIBO
                MOVE "ESTORNO DA RECUPERACAO" TO WS-ANU-MOTIVO
                PERFORM REGISTA-RECUPERACAO
            END-IF

      * A parcela so fica paga no plano quando o residual chega a
      * zero - um pagamento parcial deixa-a aberta; o estorno
      * reabre-a.
                                    "PLANO."
                        END-IF
                    WHEN 'E'
                        IF WS-RECUPERADO-RECIBO NOT = ZEROS
                            MOVE 'I' TO WS-ESTADO-PARCELA
                        ELSE
                            MOVE 'A' TO WS-ESTADO-PARCELA
                        END-IF
                        PERFORM ATUALIZA-PARCELA
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       ESCREVE-REGISTO-PAGAMENTO.

            OPEN EXTEND PAGAMENTOS
            IF WS-FS-PAGAMENTOS = "35"
                OPEN OUTPUT PAGAMENTOS
                CLOSE PAGAMENTOS
                OPEN EXTEND PAGAMENTOS
            END-IF

            PERFORM ATRIBUI-SEQ
            MOVE WS-FATURA-NUM   TO PAG-FATURA
            MOVE WS-PARCELA-NUM  TO PAG-PARCELA
            MOVE WS-CLIENTE-NUM  TO PAG-CLIENTE
            MOVE WS-FATURA-VALOR TO PAG-VALOR
            MOVE WS-PAGTO        TO PAG-ESTADO
            MOVE WS-RECIBO-ATRIBUIDO TO PAG-RECIBO
            MOVE WS-OPERADOR     TO PAG-OPERADOR
            MOVE WS-FATURA-DATA  TO PAG-DATA
            MOVE WS-FORMA        TO PAG-FORMA
            MOVE WS-COMPENSACAO  TO PAG-COMPENSACAO
            WRITE FD-PAG-REGISTO

            CLOSE PAGAMENTOS.

       REGISTA-ORIGEM-CREDITO.

            MOVE 'O' TO WS-CRD-TIPO
            MOVE WS-EXCESSO          TO WS-CRD-VALOR
            MOVE WS-FATURA-NUM       TO WS-CRD-FATURA
            MOVE WS-RECIBO-ATRIBUIDO TO WS-CRD-DOCUMENTO
            MOVE WS-FORMA            TO WS-CRD-FORMA
            PERFORM GRAVA-MOVIMENTO-CREDITO

            MOVE WS-EXCESSO TO WS-RECIBO-VALOR-EDIT
            DISPLAY "SALDO CREDOR DO CLIENTE ACRESCIDO DE "
                    WS-RECIBO-VALOR-EDIT.

       REGISTA-RECUPERACAO.

            OPEN EXTEND ANULACOES
            IF WS-FS-ANULACOES = "35"
                OPEN OUTPUT ANULACOES
                CLOSE ANULACOES
                OPEN EXTEND ANULACOES
            END-IF

            MOVE SPACES TO FD-ANULACAO-REG
            SET ANU-RECUPERACAO      TO TRUE
            MOVE WS-FATURA-NUM       TO ANU-FATURA
            MOVE WS-PARCELA-NUM      TO ANU-PARCELA
            MOVE WS-CLIENTE-NUM      TO ANU-CLIENTE
            MOVE WS-FATURA-DATA      TO ANU-DATA
            MOVE WS-ANU-VALOR        TO ANU-VALOR
            MOVE WS-RECIBO-ATRIBUIDO TO ANU-DOCUMENTO
            MOVE WS-ANU-MOTIVO       TO ANU-MOTIVO
            MOVE WS-OPERADOR         TO ANU-OPERADOR
            MOVE SPACES              TO ANU-SUPERVISOR
            WRITE FD-ANULACAO-REG

            CLOSE ANULACOES

            MOVE WS-ANU-VALOR TO WS-RECIBO-VALOR-EDIT
            DISPLAY "RECUPERACAO DE DIVIDA INCOBRAVEL REGISTADA: "
                    WS-RECIBO-VALOR-EDIT.

      * O valor recuperado pela confirmacao que se estorna - as
      * recuperacoes com o mesmo recibo, fatura e parcela.
       CALCULA-RECUPERADO.

            MOVE ZEROS TO WS-RECUPERADO-RECIBO
            MOVE 'N' TO WS-ANULACOES-FIM

            OPEN INPUT ANULACOES
            IF WS-FS-ANULACOES = "00"
                PERFORM LE-ANULACAO
                PERFORM SOMA-RECUPERADO
                    UNTIL WS-SEM-MAIS-ANULACOES
                CLOSE ANULACOES
            END-IF.

       LE-ANULACAO.

            READ ANULACOES
                AT END SET WS-SEM-MAIS-ANULACOES TO TRUE
            END-READ.

       SOMA-RECUPERADO.

            IF ANU-RECUPERACAO
               AND ANU-DOCUMENTO = WS-RECIBO-PEDIDO
               AND ANU-FATURA = WS-FATURA-NUM
               AND ANU-PARCELA = WS-PARCELA-NUM
                ADD ANU-VALOR TO WS-RECUPERADO-RECIBO
            END-IF

            PERFORM LE-ANULACAO.

      * Um so recebimento repartido pelos itens em aberto do
      * cliente, do vencimento mais antigo para o mais recente; o
      * operador pode corrigir a reparticao. Cada item pago da um
      * registo em PAGAMENTOS.DAT, todos com o mesmo recibo.
       PROCESSA-PAGAMENTO-MULTIPLO.

            MOVE ZEROS TO WS-EXCESSO WS-CRD-ORIGINAL

            DISPLAY "CLIENTE PAGADOR: "
            ACCEPT WS-CLIENTE-NUM

            PERFORM VALIDA-CLIENTE

            IF NOT WS-CLIENTE-EXISTE
                DISPLAY "CLIENTE " WS-CLIENTE-NUM " NAO EXISTE EM "
                        "CLIENTES.DAT - PAGAMENTO RECUSADO."
            ELSE
                DISPLAY "CLIENTE: " CLI-NOME
                PERFORM CARREGA-ITENS-ABERTOS
                PERFORM ORDENA-ITENS

                MOVE ZEROS TO WS-TOTAL-EM-DIVIDA
                DISPLAY "FATURAS EM ABERTO (MAIS ANTIGA PRIMEIRO):"
                PERFORM MOSTRA-ITEM-ABERTO
                    VARYING WS-ITM-IDX FROM 1 BY 1
                    UNTIL WS-ITM-IDX > WS-ITM-CONT

                IF WS-TOTAL-EM-DIVIDA <= ZEROS
                    DISPLAY "O CLIENTE NAO TEM FATURAS EM ABERTO - "
                            "PAGAMENTO RECUSADO."
                ELSE
                    MOVE WS-TOTAL-EM-DIVIDA TO WS-ITEM-EDIT
                    DISPLAY "TOTAL EM DIVIDA: " WS-ITEM-EDIT
                    DISPLAY "VALOR RECEBIDO: "
                    ACCEPT WS-TOTAL-RECEBIDO

                    IF WS-TOTAL-RECEBIDO <= ZEROS
                        DISPLAY "VALOR INVALIDO - PAGAMENTO "
                                "RECUSADO."
                    ELSE
                        PERFORM REPARTE-PAGAMENTO
                        PERFORM CONFIRMA-REPARTICAO
                        IF WS-REPARTICAO-ACEITE
                            PERFORM PEDE-FORMA
                            PERFORM GRAVA-PAGAMENTO-MULTIPLO
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * Faturas do cliente nao canceladas nem pagas: com plano de
      * prestacoes entram as parcelas abertas, sem plano a fatura
      * inteira (parcela 0). O residual de cada item vem depois.
       CARREGA-ITENS-ABERTOS.

            MOVE ZEROS TO WS-ITM-CONT
            MOVE 'N' TO WS-ITENS-A-MAIS
            MOVE 'N' TO WS-FATURAS-FIM
            MOVE 'N' TO WS-PLANOS-DISPONIVEIS

            OPEN INPUT PRESTACOES
            IF WS-FS-PRESTACOES = "00"
                SET WS-COM-PRESTACOES TO TRUE
            END-IF

            OPEN INPUT FATURAS
            IF WS-FS-FATURAS NOT = "00"
                DISPLAY "FATURAS.DAT NAO ENCONTRADO."
            ELSE
                MOVE ZEROS TO FAT-NUMERO
                START FATURAS KEY NOT < FAT-NUMERO
                    INVALID KEY SET WS-SEM-MAIS-FATURAS TO TRUE
                END-START
                IF NOT WS-SEM-MAIS-FATURAS
                    PERFORM LE-FATURA-SEGUINTE
                    PERFORM GUARDA-FATURA-ABERTA
                        UNTIL WS-SEM-MAIS-FATURAS
                END-IF
                CLOSE FATURAS
            END-IF

            IF WS-COM-PRESTACOES
                CLOSE PRESTACOES
            END-IF

            IF WS-ITENS-EXCEDIDOS
                DISPLAY "AVISO: MAIS DE " WS-ITM-MAX " ITENS EM "
                        "ABERTO - OS RESTANTES FICAM DE FORA."
            END-IF

            PERFORM APURA-RESIDUAIS-ITENS.

       LE-FATURA-SEGUINTE.

            READ FATURAS NEXT
                AT END SET WS-SEM-MAIS-FATURAS TO TRUE
            END-READ.

       GUARDA-FATURA-ABERTA.

            IF FAT-CLIENTE = WS-CLIENTE-NUM
               AND NOT FAT-CANCELADA
               AND NOT FAT-PAGA
               AND NOT FAT-INCOBRAVEL
                PERFORM JUNTA-PARCELAS-FATURA
                IF NOT WS-FATURA-COM-PLANO
                    PERFORM ACRESCENTA-ITEM
                    IF NOT WS-ITENS-EXCEDIDOS
                        MOVE FAT-NUMERO TO WS-IT-FATURA (WS-ITM-CONT)
                        MOVE ZEROS TO WS-IT-PARCELA (WS-ITM-CONT)
                        MOVE FAT-DATA-VENCIMENTO
                            TO WS-IT-VENCIMENTO (WS-ITM-CONT)
                        MOVE FAT-VALOR
                            TO WS-IT-RESIDUAL (WS-ITM-CONT)
                    END-IF
                END-IF
            END-IF

            PERFORM LE-FATURA-SEGUINTE.

       JUNTA-PARCELAS-FATURA.

            MOVE 'N' TO WS-FATURA-TEM-PLANO
            MOVE 'N' TO WS-PLANO-FIM

            IF WS-COM-PRESTACOES
                MOVE FAT-NUMERO TO PRE-FATURA OF FD-PRESTA-REG
                MOVE ZEROS      TO PRE-PARCELA OF FD-PRESTA-REG
                START PRESTACOES
                    KEY NOT < PRE-CHAVE OF FD-PRESTA-REG
                    INVALID KEY SET WS-SEM-MAIS-PARCELAS TO TRUE
                END-START
                IF NOT WS-SEM-MAIS-PARCELAS
                    PERFORM LE-PARCELA-SEGUINTE
                    PERFORM GUARDA-PARCELA-ABERTA
                        UNTIL WS-SEM-MAIS-PARCELAS
                END-IF
            END-IF.

       LE-PARCELA-SEGUINTE.

            READ PRESTACOES NEXT
                AT END SET WS-SEM-MAIS-PARCELAS TO TRUE
            END-READ

            IF NOT WS-SEM-MAIS-PARCELAS
               AND PRE-FATURA OF FD-PRESTA-REG NOT = FAT-NUMERO
                SET WS-SEM-MAIS-PARCELAS TO TRUE
            END-IF.

       GUARDA-PARCELA-ABERTA.

            SET WS-FATURA-COM-PLANO TO TRUE

            IF PRE-ESTADO OF FD-PRESTA-REG = 'A'
                PERFORM ACRESCENTA-ITEM
                IF NOT WS-ITENS-EXCEDIDOS
                    MOVE PRE-FATURA OF FD-PRESTA-REG
                        TO WS-IT-FATURA (WS-ITM-CONT)
                    MOVE PRE-PARCELA OF FD-PRESTA-REG
                        TO WS-IT-PARCELA (WS-ITM-CONT)
                    MOVE PRE-VENCIMENTO OF FD-PRESTA-REG
                        TO WS-IT-VENCIMENTO (WS-ITM-CONT)
                    MOVE PRE-VALOR OF FD-PRESTA-REG
                        TO WS-IT-RESIDUAL (WS-ITM-CONT)
                END-IF
            END-IF

            PERFORM LE-PARCELA-SEGUINTE.

       ACRESCENTA-ITEM.

            IF WS-ITM-CONT < WS-ITM-MAX
                ADD 1 TO WS-ITM-CONT
                MOVE ZEROS TO WS-IT-AFETADO (WS-ITM-CONT)
            ELSE
                SET WS-ITENS-EXCEDIDOS TO TRUE
            END-IF.

      * O residual de cada item segue as regras de CALCULA-RESIDUAL:
      * a fatura inteira abate os pagamentos de todas as parcelas e
      * as notas de credito; a parcela so os seus pagamentos.
       APURA-RESIDUAIS-ITENS.

            MOVE 'N' TO WS-PAGAMENTOS-FIM
            OPEN INPUT PAGAMENTOS
            IF WS-FS-PAGAMENTOS = "00"
                PERFORM LE-PAGAMENTO
                PERFORM ABATE-PAGO-ITENS
                    UNTIL WS-SEM-MAIS-PAGAMENTOS
                CLOSE PAGAMENTOS
            END-IF

            MOVE 'N' TO WS-PAGAMENTOS-FIM
            OPEN INPUT NOTASCRED
            IF WS-FS-NOTASCRED = "00"
                PERFORM LE-NOTACRED
                PERFORM ABATE-NOTACRED-ITENS
                    UNTIL WS-SEM-MAIS-PAGAMENTOS
                CLOSE NOTASCRED
            END-IF
            MOVE 'N' TO WS-PAGAMENTOS-FIM.

       ABATE-PAGO-ITENS.

            IF PAG-CONFIRMADO OR PAG-ESTORNO
                PERFORM ABATE-PAGO-ITEM
                    VARYING WS-ITM-IDX FROM 1 BY 1
                    UNTIL WS-ITM-IDX > WS-ITM-CONT
            END-IF

            PERFORM LE-PAGAMENTO.

       ABATE-PAGO-ITEM.

            IF WS-IT-FATURA (WS-ITM-IDX) = PAG-FATURA
               AND (WS-IT-PARCELA (WS-ITM-IDX) = ZEROS
                    OR WS-IT-PARCELA (WS-ITM-IDX) = PAG-PARCELA)
                SUBTRACT PAG-VALOR FROM WS-IT-RESIDUAL (WS-ITM-IDX)
            END-IF.

       ABATE-NOTACRED-ITENS.

            PERFORM ABATE-NOTACRED-ITEM
                VARYING WS-ITM-IDX FROM 1 BY 1
                UNTIL WS-ITM-IDX > WS-ITM-CONT

            PERFORM LE-NOTACRED.

       ABATE-NOTACRED-ITEM.

            IF WS-IT-FATURA (WS-ITM-IDX) = NCR-FATURA
               AND WS-IT-PARCELA (WS-ITM-IDX) = ZEROS
                SUBTRACT NCR-VALOR FROM WS-IT-RESIDUAL (WS-ITM-IDX)
            END-IF.

      * Ordenacao simples pelo vencimento (troca de pares
      * adjacentes), como no extrato do PROGEXTRATO.
       ORDENA-ITENS.

            IF WS-ITM-CONT > 1
                COMPUTE WS-ITM-LIMITE = WS-ITM-CONT - 1
                PERFORM PASSAGEM-ITENS
                    VARYING WS-ITM-IDX2 FROM 1 BY 1
                    UNTIL WS-ITM-IDX2 > WS-ITM-LIMITE
            END-IF.

       PASSAGEM-ITENS.

            PERFORM COMPARA-ITENS
                VARYING WS-ITM-IDX FROM 1 BY 1
                UNTIL WS-ITM-IDX > WS-ITM-LIMITE.

       COMPARA-ITENS.

            IF WS-IT-VENCIMENTO (WS-ITM-IDX)
               > WS-IT-VENCIMENTO (WS-ITM-IDX + 1)
                MOVE WS-ITM-TAB (WS-ITM-IDX)     TO WS-ITM-TROCA
                MOVE WS-ITM-TAB (WS-ITM-IDX + 1)
                     TO WS-ITM-TAB (WS-ITM-IDX)
                MOVE WS-ITM-TROCA
                     TO WS-ITM-TAB (WS-ITM-IDX + 1)
            END-IF.

       MOSTRA-ITEM-ABERTO.

            IF WS-IT-RESIDUAL (WS-ITM-IDX) > ZEROS
                ADD WS-IT-RESIDUAL (WS-ITM-IDX) TO WS-TOTAL-EM-DIVIDA
                MOVE WS-IT-RESIDUAL (WS-ITM-IDX) TO WS-ITEM-EDIT
                DISPLAY "  FATURA " WS-IT-FATURA (WS-ITM-IDX)
                        " PARCELA " WS-IT-PARCELA (WS-ITM-IDX)
                        " VENCE " WS-IT-VENCIMENTO (WS-ITM-IDX)
                        " EM DIVIDA " WS-ITEM-EDIT
            END-IF.

      * Reparticao proposta: cada item leva o seu residual ate o
      * valor recebido se esgotar.
       REPARTE-PAGAMENTO.

            MOVE WS-TOTAL-RECEBIDO TO WS-POR-AFETAR

            PERFORM AFETA-ITEM
                VARYING WS-ITM-IDX FROM 1 BY 1
                UNTIL WS-ITM-IDX > WS-ITM-CONT.

       AFETA-ITEM.

            MOVE ZEROS TO WS-IT-AFETADO (WS-ITM-IDX)

            IF WS-IT-RESIDUAL (WS-ITM-IDX) > ZEROS
               AND WS-POR-AFETAR > ZEROS
                IF WS-IT-RESIDUAL (WS-ITM-IDX) < WS-POR-AFETAR
                    MOVE WS-IT-RESIDUAL (WS-ITM-IDX)
                        TO WS-IT-AFETADO (WS-ITM-IDX)
                ELSE
                    MOVE WS-POR-AFETAR TO WS-IT-AFETADO (WS-ITM-IDX)
                END-IF
                SUBTRACT WS-IT-AFETADO (WS-ITM-IDX)
                    FROM WS-POR-AFETAR
            END-IF.

      * O operador ve a proposta e aceita-a ou digita o valor de
      * cada item. A soma nao pode passar do recebido; o que sobrar
      * so e aceite como saldo credor do cliente.
       CONFIRMA-REPARTICAO.

            MOVE 'N' TO WS-REPARTICAO-OK

            DISPLAY "REPARTICAO PROPOSTA:"
            PERFORM MOSTRA-AFETACAO
                VARYING WS-ITM-IDX FROM 1 BY 1
                UNTIL WS-ITM-IDX > WS-ITM-CONT
            DISPLAY "ACEITAR ESTA REPARTICAO? (S/N): "
            ACCEPT WS-ACEITA-REPARTICAO

            IF WS-ACEITA-REPARTICAO NOT = "S"
               AND WS-ACEITA-REPARTICAO NOT = "s"
                PERFORM PEDE-AFETACAO
                    VARYING WS-ITM-IDX FROM 1 BY 1
                    UNTIL WS-ITM-IDX > WS-ITM-CONT
            END-IF

            MOVE ZEROS TO WS-TOTAL-AFETADO
            PERFORM SOMA-AFETADO
                VARYING WS-ITM-IDX FROM 1 BY 1
                UNTIL WS-ITM-IDX > WS-ITM-CONT
            COMPUTE WS-EXCESSO = WS-TOTAL-RECEBIDO - WS-TOTAL-AFETADO

            EVALUATE TRUE
                WHEN WS-TOTAL-AFETADO = ZEROS
                    DISPLAY "NADA AFETADO - PAGAMENTO RECUSADO."
                WHEN WS-EXCESSO < ZEROS
                    DISPLAY "A REPARTICAO EXCEDE O VALOR RECEBIDO - "
                            "PAGAMENTO RECUSADO."
                WHEN WS-EXCESSO > ZEROS
                    MOVE WS-EXCESSO TO WS-ITEM-EDIT
                    DISPLAY "FICAM " WS-ITEM-EDIT " POR AFETAR."
                    DISPLAY "O EXCESSO FICA COMO SALDO CREDOR DO "
                            "CLIENTE? (S/N): "
                    ACCEPT WS-CONFIRMA-CREDITO
                    IF WS-CONFIRMA-CREDITO = "S"
                       OR WS-CONFIRMA-CREDITO = "s"
                        SET WS-REPARTICAO-ACEITE TO TRUE
                    ELSE
                        DISPLAY "PAGAMENTO RECUSADO."
                    END-IF
                WHEN OTHER
                    SET WS-REPARTICAO-ACEITE TO TRUE
            END-EVALUATE.

       MOSTRA-AFETACAO.

            IF WS-IT-AFETADO (WS-ITM-IDX) > ZEROS
                MOVE WS-IT-AFETADO (WS-ITM-IDX) TO WS-ITEM-EDIT
                DISPLAY "  FATURA " WS-IT-FATURA (WS-ITM-IDX)
                        " PARCELA " WS-IT-PARCELA (WS-ITM-IDX)
                        " <- " WS-ITEM-EDIT
            END-IF.

       PEDE-AFETACAO.

            IF WS-IT-RESIDUAL (WS-ITM-IDX) > ZEROS
                MOVE WS-IT-RESIDUAL (WS-ITM-IDX) TO WS-ITEM-EDIT
                DISPLAY "FATURA " WS-IT-FATURA (WS-ITM-IDX)
                        " PARCELA " WS-IT-PARCELA (WS-ITM-IDX)
                        " (EM DIVIDA " WS-ITEM-EDIT
                        ") - VALOR A AFETAR: "
                ACCEPT WS-VALOR-DIGITADO
                IF WS-VALOR-DIGITADO < ZEROS
                   OR WS-VALOR-DIGITADO > WS-IT-RESIDUAL (WS-ITM-IDX)
                    DISPLAY "VALOR INVALIDO - ASSUMIDO ZERO."
                    MOVE ZEROS TO WS-VALOR-DIGITADO
                END-IF
                MOVE WS-VALOR-DIGITADO TO WS-IT-AFETADO (WS-ITM-IDX)
            END-IF.

       SOMA-AFETADO.

            ADD WS-IT-AFETADO (WS-ITM-IDX) TO WS-TOTAL-AFETADO.

      * Um recibo para todo o recebimento; cada item afetado da o
      * seu registo de confirmacao com esse recibo.
       GRAVA-PAGAMENTO-MULTIPLO.

            ACCEPT WS-FATURA-DATA FROM DATE YYYYMMDD

            PERFORM VERIFICA-MES-FECHADO
            IF WS-ESTADO-MES = 'F'
                DISPLAY "O MES " WS-MES-LANCAMENTO " ESTA FECHADO "
                        "(PROGFECHOMES) - LANCAMENTO RECUSADO."
            ELSE
                MOVE CTL-PROX-RECIBO TO WS-RECIBO-ATRIBUIDO
                ADD 1 TO CTL-PROX-RECIBO
                ADD 1 TO WS-CONT-RECIBOS
                SET WS-CONFIRM TO TRUE

                PERFORM GRAVA-ITEM-PAGO
                    VARYING WS-ITM-IDX FROM 1 BY 1
                    UNTIL WS-ITM-IDX > WS-ITM-CONT

                DISPLAY "RECIBO EMITIDO: " WS-RECIBO-ATRIBUIDO
                MOVE 'RG'                TO RD-TIPO
                MOVE WS-RECIBO-ATRIBUIDO TO RD-NUMERO
                MOVE WS-FATURA-DATA      TO RD-DATA
                MOVE WS-TOTAL-RECEBIDO   TO RD-VALOR
                PERFORM REGISTA-DOCUMENTO-FISCAL
                IF WS-EXCESSO > ZEROS
                    MOVE ZEROS TO WS-FATURA-NUM
                    PERFORM REGISTA-ORIGEM-CREDITO
                END-IF
                PERFORM IMPRIME-RECIBO-MULTIPLO
            END-IF.

       GRAVA-ITEM-PAGO.

            IF WS-IT-AFETADO (WS-ITM-IDX) > ZEROS
                MOVE WS-IT-FATURA (WS-ITM-IDX)  TO WS-FATURA-NUM
                MOVE WS-IT-PARCELA (WS-ITM-IDX) TO WS-PARCELA-NUM
                MOVE WS-IT-AFETADO (WS-ITM-IDX) TO WS-FATURA-VALOR
                PERFORM ESCREVE-REGISTO-PAGAMENTO

                ADD 1 TO WS-CONT-GRAVADOS
                DISPLAY "PAGAMENTO GRAVADO: FATURA " WS-FATURA-NUM
                        " PARCELA " WS-PARCELA-NUM
                        " CLIENTE " WS-CLIENTE-NUM

                IF WS-PARCELA-NUM > ZERO
                   AND WS-IT-AFETADO (WS-ITM-IDX)
                       >= WS-IT-RESIDUAL (WS-ITM-IDX)
                    MOVE 'P' TO WS-ESTADO-PARCELA
                    PERFORM ATUALIZA-PARCELA
                END-IF
            END-IF.

       IMPRIME-RECIBO-MULTIPLO.

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

            MOVE WS-TOTAL-RECEBIDO TO WS-RECIBO-VALOR-EDIT
            MOVE SPACES TO WS-RECIBO-LINHA
            STRING "A QUANTIA DE " WS-RECIBO-VALOR-EDIT
                   ", REPARTIDA POR:"
                DELIMITED BY SIZE INTO WS-RECIBO-LINHA
            END-STRING
            PERFORM GRAVA-LINHA-RECIBO

            PERFORM IMPRIME-ITEM-RECIBO
                VARYING WS-ITM-IDX FROM 1 BY 1
                UNTIL WS-ITM-IDX > WS-ITM-CONT

            IF WS-EXCESSO > ZEROS
                MOVE WS-EXCESSO TO WS-RECIBO-VALOR-EDIT
                MOVE SPACES TO WS-RECIBO-LINHA
                STRING "  SALDO CREDOR DO CLIENTE     "
                       WS-RECIBO-VALOR-EDIT
                    DELIMITED BY SIZE INTO WS-RECIBO-LINHA
                END-STRING
                PERFORM GRAVA-LINHA-RECIBO
            END-IF

            MOVE SPACES TO WS-RECIBO-LINHA
            STRING "FORMA " WS-FORMA "  OPERADOR " WS-OPERADOR
                DELIMITED BY SIZE INTO WS-RECIBO-LINHA
            END-STRING
            PERFORM GRAVA-LINHA-RECIBO

            MOVE ALL "=" TO WS-RECIBO-LINHA
            PERFORM GRAVA-LINHA-RECIBO

            CLOSE RECIBOS

            DISPLAY "RECIBO IMPRESSO EM RECIBOS.LIS.".

       IMPRIME-ITEM-RECIBO.

            IF WS-IT-AFETADO (WS-ITM-IDX) > ZEROS
                MOVE WS-IT-AFETADO (WS-ITM-IDX)
                    TO WS-RECIBO-VALOR-EDIT
                MOVE SPACES TO WS-RECIBO-LINHA
                STRING "  FATURA " WS-IT-FATURA (WS-ITM-IDX)
                       " PARCELA " WS-IT-PARCELA (WS-ITM-IDX)
                       "  " WS-RECIBO-VALOR-EDIT
                    DELIMITED BY SIZE INTO WS-RECIBO-LINHA
                END-STRING
                PERFORM GRAVA-LINHA-RECIBO
            END-IF.

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
       END PROGRAM PROGPAG.
