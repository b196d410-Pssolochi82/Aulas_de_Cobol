      *            propina do mes grava a sua linha unica (isenta).
      *            A impressao da fatura com discriminacao e resumo
      *            de IVA e o PROGFATIMP.
      * 15/10/26 - Saidas da escola (TRANSFERENCIAS.DAT, gravado pelo
      *            PROGTRANSFERE): o aluno que sai ainda paga a
      *            propina do mes da saida, pelo preco da turma de
      *            origem, e deixa de ser faturado a partir do mes
      *            seguinte, mesmo que a corrida seja feita tarde.
      * 15/10/26 - Servicos opcionais na fatura da propina: cada
      *            adesao a um servico mensal do catalogo
      *            (ADESOES.DAT e SERVICOS.DAT, mantidos pelo
      *            PROGSERVICO) que toque o mes da corrida da uma
      *            linha com o preco e o IVA do servico, e as
      *            refeicoes do mes anterior do registo diario
      *            (REFEICOES.DAT, PROGREFEICAO) dao uma linha por
      *            servico com a quantidade de refeicoes. O desconto
      *            do aluno so abate a propina; o bruto da fatura
      *            passa a incluir os servicos.
      * 15/10/26 - Faturacao repartida: o aluno com segundo
      *            responsavel financeiro (ALU-ENCARREGADO-2, quota
      *            do primeiro em ALU-QUOTA-ENC) gera uma fatura a
      *            cada um, com as mesmas linhas pela sua quota. O
      *            desconto do aluno e abatido antes da reparticao;
      *            ao segundo cabe o resto de cada valor, para os
      *            centimos fecharem com o total do aluno.
      * 15/10/26 - Saldo credor do cliente (CREDITOS.DAT, gravado pelo
      *            PROGPAG): cada fatura emitida, propina ou avulsa,
      *            consome automaticamente o saldo credor do cliente
      *            faturado ate ao valor da fatura - fica uma
      *            confirmacao em PAGAMENTOS.DAT (forma K, recibo de
      *            CTL-PROX-RECIBO) e o movimento de consumo em
      *            CREDITOS.DAT. A emissao toma o lock PAGAMENTOS
      *            (PROGLOCK); com o PROGPAG aberto as faturas saem
      *            na mesma, sem usar os saldos.
      * 15/10/26 - Cada fatura gravada e registada na serie FT do ano
      *            (PROGREGDOC): numero na serie, ATCUD e hash
      *            encadeado, mostrados com a fatura.
      * 15/10/26 - Checkpoint e retoma da corrida de propinas: a cada
      *            aluno tratado FATURA.CKP guarda o ultimo ALU-NUMERO,
      *            as faturas e o valor ja emitidos, o vencimento e o
      *            CTL-PROX-FATURA (regravado tambem em CONTROLE.DAT).
      *            Antes da primeira fatura de um aluno o checkpoint
      *            marca-o como a meio. Uma corrida interrompida e
      *            retomada pela opcao 1 a seguir ao ultimo aluno
      *            tratado, para o mesmo mes e vencimento; as faturas ja
      *            gravadas do aluno que ficou a meio contam como
      *            emitidas e nao se repetem. FATRUNS.DAT so regista o
      *            mes quando todos os alunos foram tratados.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      * 15/10/26 - Cada numero de fatura e de recibo e tomado a
      *            CONTROLE.DAT relido na hora e regravado logo (como no
      *            PROGPAG e no PROGVENDA); o programa deixa de regravar
      *            o registo inteiro no fim e no checkpoint, o que
      *            desfazia os numeros tomados entretanto pelo PROGPAG,
      *            PROGVENDA e PROGJURFAT. O recibo do saldo credor fica
      *            registado na serie RG (PROGREGDOC). FATURA.CKP guarda
      *            tambem o proximo recibo e as quotas ja emitidas do
      *            aluno repartido; a retoma so conta as faturas da
      *            propina do mes aos responsaveis do aluno, avanca o
      *            recibo para la dos pagamentos dessas faturas e, se
      *            faltar a quota de um dos responsaveis, deixa o aluno
      *            por tratar e emite-lha. Uma fatura que nao grava para
      *            a emissao; uma tabela em memoria cheia ou servicos a
      *            mais para as linhas da fatura impedem a corrida (ou o
      *            seu fecho) - em ambos os casos o mes nao fica dado
      *            como faturado e o programa termina com RC-ERRO
      *            (RETCOD.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFATURA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT CONTROLE       ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FATLINHAS      ASSIGN TO "FATLINHAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATLINHAS.
           SELECT TRANSFERENCIAS ASSIGN TO "TRANSFERENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSFERENCIAS.
           SELECT SERVICOS       ASSIGN TO "SERVICOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SERVICOS.
           SELECT ADESOES        ASSIGN TO "ADESOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADESOES.
           SELECT REFEICOES      ASSIGN TO "REFEICOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFEICOES.
           SELECT PAGAMENTOS     ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT CREDITOS       ASSIGN TO "CREDITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITOS.
           SELECT CHECKPOINT     ASSIGN TO "FATURA.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECKPOINT.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS.
       COPY "FATLREG.cpy" REPLACING NIVEL-FLN BY 01
                                    CAMPO-FLN-REG BY FD-FATLINHA-REG.

       FD  TRANSFERENCIAS.
       COPY "TRFREG.cpy" REPLACING NIVEL-TRF BY 01
                                   CAMPO-TRF-REG BY FD-TRANSF-REG.

       FD  SERVICOS.
       COPY "SRVREG.cpy" REPLACING NIVEL-SRV BY 01
                                   CAMPO-SRV-REG BY FD-SERVICO-REG.

       FD  ADESOES.
       COPY "ADSREG.cpy" REPLACING NIVEL-ADS BY 01
                                   CAMPO-ADS-REG BY FD-ADESAO-REG.

       FD  REFEICOES.
       COPY "REFREG.cpy" REPLACING NIVEL-REF BY 01
                                   CAMPO-REF-REG BY FD-REFEICAO-REG.

       FD  PAGAMENTOS.
       COPY "PAGREG.cpy" REPLACING NIVEL-PAG BY 01
                                   CAMPO-PAG-REG BY FD-PAG-REGISTO.

       FD  CREDITOS.
       COPY "CRDREG.cpy" REPLACING NIVEL-CRD BY 01
                                   CAMPO-CRD-REG BY FD-CREDITO-REG.

       FD  CHECKPOINT.
       01  FD-CKP-REGISTO              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".
       COPY "RETCOD.cpy".

       01 WS-FS-FATURAS            PIC X(02) VALUE SPACES.
       01 WS-FS-CONTROLE           PIC X(02) VALUE SPACES.
       01 WS-FS-MATRICULAS        PIC X(02) VALUE SPACES.
       01 WS-FS-TURMAS             PIC X(02) VALUE SPACES.
       01 WS-FS-FATRUNS            PIC X(02) VALUE SPACES.
       01 WS-FS-CHECKPOINT         PIC X(02) VALUE SPACES.

       01 WS-MES-CORRIDA           PIC 9(06) VALUE ZEROS.
       01 WS-MES-JA-FATURADO       PIC X VALUE 'N'.
       01 WS-TOTAL-EDIT            PIC -(09)9.99.
       01 WS-CONT-CORRIDAS         PIC 9(03) VALUE ZEROS.

      * Checkpoint da corrida de propinas (FATURA.CKP), regravado a
      * cada aluno tratado: o ultimo aluno tratado, o aluno a meio
      * da emissao (zeros fora dela), os proximos numeros de fatura
      * e de recibo, o acumulado da corrida e, no aluno repartido
      * que ficou a meio, as quotas ja emitidas.
       01 WS-CKP-REGISTO.
           03 WS-CK-MES                PIC 9(06).
           03 WS-CK-ESTADO             PIC X(12).
               88 WS-CKP-EM-CURSO             VALUE "EM CURSO".
               88 WS-CKP-CONCLUIDO            VALUE "CONCLUIDO".
           03 WS-CK-ULTIMO-ALUNO       PIC 9(06).
           03 WS-CK-ALUNO-EM-CURSO     PIC 9(06).
           03 WS-CK-PROX-FATURA        PIC 9(06).
           03 WS-CK-FATURAS            PIC 9(04).
           03 WS-CK-TOTAL              PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           03 WS-CK-VENCIMENTO         PIC 9(08).
           03 WS-CK-OPERADOR           PIC X(08).
           03 WS-CK-PROX-RECIBO        PIC 9(06).
           03 WS-CK-PARTE-1            PIC X(01).
           03 WS-CK-PARTE-2            PIC X(01).
           03 FILLER                   PIC X(04).
       01 WS-RETOMA                PIC X VALUE 'N'.
           88 WS-RETOMA-CORRIDA           VALUE 'S'.
       01 WS-CORRIDA-FEITA         PIC X VALUE 'N'.
           88 WS-CORRIDA-COMPLETA         VALUE 'S'.
       01 WS-ORFAS-CONT            PIC 9(02) VALUE ZEROS.
       01 WS-ORFAS-PRIMEIRA        PIC 9(06) VALUE ZEROS.
       01 WS-ORFAS-ULTIMA          PIC 9(06) VALUE ZEROS.
       01 WS-ORFAS-TOTAL           PIC S9(09)V99 VALUE ZEROS.
       01 WS-ORFAS-RECIBO          PIC 9(06) VALUE ZEROS.
       01 WS-ORFAS-DESCRICAO       PIC X(15) VALUE SPACES.
       01 WS-ORFA-ALUNO-LIDO       PIC X VALUE 'N'.
           88 WS-ORFA-ALUNO-ACHADO        VALUE 'S'.
       01 WS-ORFA-PROPRIA          PIC X VALUE 'N'.
           88 WS-ORFA-DO-ALUNO            VALUE 'S'.
       01 WS-FIM-PAGAMENTOS        PIC X VALUE 'N'.
           88 WS-SEM-MAIS-PAGAMENTOS      VALUE 'S'.

      * Numeros tomados a CONTROLE.DAT na hora de gravar e o minimo a
      * que a retoma o faz avancar.
       01 WS-FATURA-NUM            PIC 9(06) VALUE ZEROS.
       01 WS-RECIBO-NUM            PIC 9(06) VALUE ZEROS.
       01 WS-MIN-FATURA            PIC 9(06) VALUE ZEROS.
       01 WS-MIN-RECIBO            PIC 9(06) VALUE ZEROS.

      * Falhas que impedem dar a corrida por completa: fatura nao
      * gravada ou tabela em memoria cheia (algo ficou de fora).
       01 WS-ERRO-GRAVACAO         PIC X VALUE 'N'.
           88 WS-FALHA-GRAVACAO           VALUE 'S'.
       01 WS-TABELA-CHEIA          PIC X VALUE 'N'.
           88 WS-TABELAS-EXCEDIDAS        VALUE 'S'.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-AUDIT             PIC X VALUE 'N'.
       01 WS-CONT-EMITIDAS         PIC 9(04) VALUE ZEROS.
       01 WS-CONT-SEM-ENC          PIC 9(04) VALUE ZEROS.
       01 WS-CONT-SEM-PRECO        PIC 9(04) VALUE ZEROS.
       01 WS-CONT-SAIDOS           PIC 9(04) VALUE ZEROS.

      * Tabela de precos em memoria (so as entradas em vigor na
      * data de emissao; a de inicio mais recente vence).
           03 WS-MR-ALUNO              PIC 9(06).
           03 WS-MR-TURMA              PIC X(05).

       01 WS-FS-TRANSFERENCIAS     PIC X(02) VALUE SPACES.

      * Saidas da escola do ano letivo: ultimo mes faturado e a
      * turma de origem (as matriculas do aluno ja foram apagadas).
       01 WS-SAI-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-SAI-MAX               PIC 9(03) VALUE 100.
       01 WS-SAI-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-SAI-TAB OCCURS 100 TIMES.
           03 WS-SA-ALUNO              PIC 9(06).
           03 WS-SA-MES                PIC 9(06).
           03 WS-SA-TURMA              PIC X(05).

       01 WS-ALUNO-SAIU            PIC X VALUE 'N'.
           88 WS-ALUNO-COM-SAIDA          VALUE 'S'.
       01 WS-MES-SAIDA             PIC 9(06) VALUE ZEROS.
       01 WS-TURMA-SAIDA           PIC X(05) VALUE SPACES.

       01 WS-FS-DESCONTOS          PIC X(02) VALUE SPACES.

      * Descontos em vigor na data de emissao, um por aluno.
       01 WS-LINHA-BASE            PIC S9(07)V99 VALUE ZEROS.
       01 WS-LINHA-TOTAL           PIC S9(07)V99 VALUE ZEROS.

       01 WS-FS-SERVICOS           PIC X(02) VALUE SPACES.
       01 WS-FS-ADESOES            PIC X(02) VALUE SPACES.
       01 WS-FS-REFEICOES          PIC X(02) VALUE SPACES.

      * Catalogo de servicos ativos.
       01 WS-SRV-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-SRV-MAX               PIC 9(02) VALUE 30.
       01 WS-SRV-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-SRV-TAB OCCURS 30 TIMES.
           03 WS-SV-CODIGO             PIC X(05).
           03 WS-SV-DESCRICAO          PIC X(30).
           03 WS-SV-VALOR              PIC S9(07)V99.
           03 WS-SV-IVA-CODIGO         PIC X(01).

      * Adesoes a servicos mensais que tocam o mes da corrida.
       01 WS-ADS-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-ADS-MAX               PIC 9(03) VALUE 400.
       01 WS-ADS-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-ADS-TAB OCCURS 400 TIMES.
           03 WS-AD-ALUNO              PIC 9(06).
           03 WS-AD-SERVICO            PIC X(05).

      * Refeicoes do mes anterior, contadas por aluno e servico.
       01 WS-REF-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-REF-MAX               PIC 9(03) VALUE 400.
       01 WS-REF-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-REF-TAB OCCURS 400 TIMES.
           03 WS-RF-ALUNO              PIC 9(06).
           03 WS-RF-SERVICO            PIC X(05).
           03 WS-RF-QUANTIDADE         PIC 9(03).

       01 WS-MES-REFEICOES         PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-REFEICOES.
           03 WS-MREF-ANO              PIC 9(04).
           03 WS-MREF-MES              PIC 9(02).
       01 WS-SERVICO-CODIGO        PIC X(05) VALUE SPACES.
       01 WS-SERVICO-OK            PIC X VALUE 'N'.
           88 WS-SERVICO-ENCONTRADO       VALUE 'S'.
       01 WS-LINHAS-A-MAIS         PIC X VALUE 'N'.
           88 WS-LINHAS-EXCEDIDAS         VALUE 'S'.

      * Reparticao por dois responsaveis: valores unitarios
      * completos das linhas e quota do primeiro.
       01 WS-LTOT-TAB OCCURS 10 TIMES.
           03 WS-LT-VALOR-UNIT         PIC S9(07)V99.
       01 WS-ENCARREGADO-2         PIC 9(06) VALUE ZEROS.
       01 WS-QUOTA-ENC             PIC 9(03) VALUE ZEROS.
       01 WS-QUOTA-EDIT            PIC Z9.
       01 WS-DESCONTO-TOTAL        PIC S9(07)V99 VALUE ZEROS.
       01 WS-DESCRICAO-BASE        PIC X(30) VALUE SPACES.

       01 WS-ALUNO-JA-GUARDADO     PIC X VALUE 'N'.
       01 WS-TURMA-ALUNO           PIC X(05) VALUE SPACES.
       01 WS-NIVEL-ALUNO           PIC X(02) VALUE SPACES.
           03 WS-DSIS-MES              PIC X(02).
           03 WS-DSIS-DIA              PIC X(02).

       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE SPACES.
       01 WS-FS-CREDITOS           PIC X(02) VALUE SPACES.

      * Saldos credores por cliente (soma de CREDITOS.DAT), gastos
      * a medida que as faturas sao emitidas.
       01 WS-CRD-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-CRD-MAX               PIC 9(03) VALUE 300.
       01 WS-CRD-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-CRD-TAB OCCURS 300 TIMES.
           03 WS-CR-CLIENTE            PIC 9(06).
           03 WS-CR-SALDO              PIC S9(07)V99.

       01 WS-FIM-CREDITOS          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-CREDITOS        VALUE 'S'.
       01 WS-CREDITO-OK            PIC X VALUE 'N'.
           88 WS-CREDITO-ENCONTRADO       VALUE 'S'.
       01 WS-USA-CREDITOS          PIC X VALUE 'N'.
           88 WS-CREDITOS-EM-USO          VALUE 'S'.
       01 WS-CREDITO-USADO         PIC S9(07)V99 VALUE ZEROS.
       01 WS-CREDITO-EDIT          PIC -(07)9.99.
       01 WS-CONT-CREDITOS         PIC 9(04) VALUE ZEROS.

      * Carimbo da chave PAG-SEQ: data + hora aos centesimos; se
      * duas gravacoes cairem no mesmo centesimo, avanca 1.
       01 WS-SEQ-DATA              PIC 9(08) VALUE ZEROS.
       01 WS-SEQ-HORA              PIC 9(08) VALUE ZEROS.
       01 WS-SEQ-NOVA              PIC 9(16) VALUE ZEROS.
       01 WS-SEQ-ULTIMA            PIC 9(16) VALUE ZEROS.

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

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE (1: 6) TO WS-MES-CORRIDA

           PERFORM LE-CHECKPOINT-FATURA

           DISPLAY "  1 - PROPINA DO MES (TODOS OS ALUNOS ATIVOS)"
           DISPLAY "  2 - FATURA AVULSA"
           DISPLAY "  3 - HISTORICO DE CORRIDAS DE PROPINAS"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           IF WS-OPCAO = 1 OR WS-OPCAO = 2
               PERFORM PREPARA-SALDOS-CREDORES
           END-IF

           EVALUATE WS-OPCAO
               WHEN 1
                   IF WS-CKP-EM-CURSO
                       PERFORM PREPARA-RETOMA
                   ELSE
                       PERFORM VERIFICA-CORRIDA-DO-MES
                   END-IF
                   IF WS-CORRIDA-AUTORIZADA
                       PERFORM EMITE-PROPINAS
                   END-IF
                   IF WS-CORRIDA-COMPLETA
                       IF WS-CONT-EMITIDAS > ZERO
                           PERFORM GRAVA-CORRIDA
                       END-IF
                       SET WS-CKP-CONCLUIDO TO TRUE
                       PERFORM GRAVA-CHECKPOINT-FATURA
                   END-IF
               WHEN 2
                   PERFORM EMITE-AVULSA
                   DISPLAY "OPCAO INVALIDA - NADA EMITIDO."
           END-EVALUATE

           IF WS-CREDITOS-EM-USO
               PERFORM LIBERTA-LOCK-MESTRE
           END-IF

           DISPLAY " "
               DISPLAY "ALUNOS SEM PRECO EM VIGOR (NAO FATURADOS): "
                       WS-CONT-SEM-PRECO
           END-IF
           IF WS-CONT-SAIDOS > ZERO
               DISPLAY "ALUNOS SAIDOS DA ESCOLA (NAO FATURADOS): "
                       WS-CONT-SAIDOS
           END-IF
           IF WS-CONT-CREDITOS > ZERO
               DISPLAY "FATURAS PAGAS COM SALDO CREDOR: "
                       WS-CONT-CREDITOS
           END-IF

           IF WS-FALHA-GRAVACAO OR WS-TABELAS-EXCEDIDAS
               SET RC-ERRO TO TRUE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LE-CONTROLE.
               MOVE 100235 TO CTL-PROX-FATURA
           END-IF

           IF CTL-PROX-RECIBO NOT NUMERIC
              OR CTL-PROX-RECIBO = ZEROS
               MOVE 1 TO CTL-PROX-RECIBO
           END-IF

      * Sem ano letivo no controlo vale o ano da data do sistema,
      * recuando um ano antes de setembro.
           IF CTL-ANO-LETIVO NOT NUMERIC
               END-IF
           END-IF.

      * Regrava o registo unico de CONTROLE.DAT - sempre logo a
      * seguir a o reler, para nao desfazer os numeros que o PROGPAG,
      * o PROGVENDA e o PROGJURFAT tomam em paralelo.
       GRAVA-CONTROLE.

           OPEN OUTPUT CONTROLE
           WRITE FD-CTL-REGISTO
           CLOSE CONTROLE.

      * O numero da fatura sai de CONTROLE.DAT relido na hora e
      * regravado logo, como no PROGPAG e no PROGVENDA.
       RESERVA-NUMERO-FATURA.

           PERFORM LE-CONTROLE
           MOVE CTL-PROX-FATURA TO WS-FATURA-NUM
           ADD 1 TO CTL-PROX-FATURA
           PERFORM GRAVA-CONTROLE.

      * O recibo so se toma com o lock PAGAMENTOS; sai tambem de
      * CONTROLE.DAT relido e regravado logo, para uma queda nao o
      * deixar por gastar no ficheiro.
       RESERVA-NUMERO-RECIBO.

           PERFORM LE-CONTROLE
           MOVE CTL-PROX-RECIBO TO WS-RECIBO-NUM
           ADD 1 TO CTL-PROX-RECIBO
           PERFORM GRAVA-CONTROLE.

      * Na retoma os contadores so avancam: nunca abaixo do que o
      * checkpoint e as faturas ja gravadas gastaram.
       AVANCA-CONTROLE.

           PERFORM LE-CONTROLE
           IF WS-MIN-FATURA > CTL-PROX-FATURA
               MOVE WS-MIN-FATURA TO CTL-PROX-FATURA
           END-IF
           IF WS-MIN-RECIBO > CTL-PROX-RECIBO
               MOVE WS-MIN-RECIBO TO CTL-PROX-RECIBO
           END-IF
           PERFORM GRAVA-CONTROLE.

      * Uma corrida do mes ja registada em FATRUNS.DAT so repete
      * com override de supervisor, gravado em AUDIT.DAT.
       VERIFICA-CORRIDA-DO-MES.
                   UNTIL WS-SEM-MAIS-ALUNOS
               CLOSE FATRUNS
               DISPLAY "CORRIDAS LISTADAS: " WS-CONT-CORRIDAS
           END-IF

           IF WS-CKP-EM-CURSO
               MOVE WS-CK-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "  MES " WS-CK-MES " | INTERROMPIDA NO ALUNO "
                       WS-CK-ULTIMO-ALUNO " | " WS-CK-FATURAS
                       " FATURAS | " WS-TOTAL-EDIT
           END-IF.

       MOSTRA-CORRIDA.

           PERFORM LE-CORRIDA.

      * O checkpoint em curso vem de uma corrida de propinas que nao
      * chegou ao fim. Os numeros de fatura e de recibo nunca recuam;
      * as faturas gravadas depois do ultimo checkpoint para o aluno
      * que ficou a meio contam como emitidas e o aluno e dado como
      * tratado, para nada ser emitido duas vezes - salvo se lhe
      * faltar a quota de um dos dois responsaveis.
       LE-CHECKPOINT-FATURA.

           MOVE SPACES TO WS-CKP-REGISTO
           SET WS-CKP-CONCLUIDO TO TRUE

           OPEN INPUT CHECKPOINT
           IF WS-FS-CHECKPOINT = "00"
               READ CHECKPOINT
               IF WS-FS-CHECKPOINT = "00"
                   MOVE FD-CKP-REGISTO TO WS-CKP-REGISTO
               END-IF
               CLOSE CHECKPOINT
           END-IF

           IF WS-CKP-EM-CURSO
      * Checkpoints anteriores ao recibo guardado trazem-no em branco.
               IF WS-CK-PROX-RECIBO NOT NUMERIC
                   MOVE ZEROS TO WS-CK-PROX-RECIBO
               END-IF
               MOVE WS-CK-PROX-FATURA TO WS-MIN-FATURA
               MOVE WS-CK-PROX-RECIBO TO WS-MIN-RECIBO
               IF WS-CK-ALUNO-EM-CURSO NOT = ZEROS
                   PERFORM RECUPERA-ALUNO-EM-CURSO
               END-IF
               PERFORM AVANCA-CONTROLE
               DISPLAY " "
               DISPLAY "*******************************************"
               DISPLAY "* AVISO: A CORRIDA DE PROPINAS DO MES     *"
               DISPLAY "* " WS-CK-MES " FOI INTERROMPIDA NO ALUNO "
                       WS-CK-ULTIMO-ALUNO "."
               DISPLAY "* A OPCAO 1 RETOMA-A NO ALUNO SEGUINTE.   *"
               DISPLAY "*******************************************"
           END-IF.

      * So contam as faturas da propina do mes a um responsavel do
      * aluno - as que o PROGPAG, o PROGVENDA ou o PROGJURFAT
      * emitiram entretanto tem numeros pelo meio.
       RECUPERA-ALUNO-EM-CURSO.

           MOVE ZEROS TO WS-ORFAS-CONT WS-ORFAS-TOTAL WS-ORFAS-RECIBO
                         WS-ORFAS-PRIMEIRA WS-ORFAS-ULTIMA
           MOVE SPACES TO WS-ORFAS-DESCRICAO
           STRING "PROPINA " WS-CK-MES (5: 2) "/" WS-CK-MES (1: 4)
               DELIMITED BY SIZE INTO WS-ORFAS-DESCRICAO
           END-STRING

           PERFORM LE-ALUNO-EM-CURSO

           MOVE 'N' TO WS-FIM-ALUNOS
           OPEN INPUT FATURAS
           IF WS-FS-FATURAS = "00"
               MOVE WS-CK-PROX-FATURA TO FAT-NUMERO
               START FATURAS KEY IS NOT < FAT-NUMERO
                   INVALID KEY SET WS-SEM-MAIS-ALUNOS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-ALUNOS
                   PERFORM LE-FATURA-ORFA
               END-IF
               PERFORM CONTA-FATURA-ORFA
                   UNTIL WS-SEM-MAIS-ALUNOS
               CLOSE FATURAS
           END-IF
           MOVE 'N' TO WS-FIM-ALUNOS

           IF WS-ORFAS-CONT > ZERO
               DISPLAY "AVISO: O ALUNO " WS-CK-ALUNO-EM-CURSO
                       " FICOU A MEIO DA EMISSAO - FATURAS "
                       WS-ORFAS-PRIMEIRA " A " WS-ORFAS-ULTIMA
                       " JA GRAVADAS."
               DISPLAY "       NAO SAO EMITIDAS DE NOVO - CONFIRME "
                       "AS LINHAS E A QUOTA NO PROGFATIMP."
               IF WS-ORFAS-ULTIMA NOT < WS-MIN-FATURA
                   COMPUTE WS-MIN-FATURA = WS-ORFAS-ULTIMA + 1
               END-IF
               IF WS-ORFAS-RECIBO NOT < WS-MIN-RECIBO
                   COMPUTE WS-MIN-RECIBO = WS-ORFAS-RECIBO + 1
               END-IF
               ADD WS-ORFAS-CONT  TO WS-CK-FATURAS
               ADD WS-ORFAS-TOTAL TO WS-CK-TOTAL
           END-IF

      * Aluno repartido com uma so quota emitida: fica por tratar e
      * a retoma emite-lhe a que falta.
           IF WS-ENCARREGADO-2 NOT = ZEROS
              AND (WS-CK-PARTE-1 = 'S' OR WS-CK-PARTE-2 = 'S')
              AND NOT (WS-CK-PARTE-1 = 'S' AND WS-CK-PARTE-2 = 'S')
               DISPLAY "AVISO: FALTA A FATURA DE UM DOS DOIS "
                       "RESPONSAVEIS DO ALUNO " WS-CK-ALUNO-EM-CURSO
                       " - A RETOMA EMITE-A."
           ELSE
               IF WS-ORFAS-CONT > ZERO
                   MOVE WS-CK-ALUNO-EM-CURSO TO WS-CK-ULTIMO-ALUNO
               END-IF
               MOVE ZEROS TO WS-CK-ALUNO-EM-CURSO
               MOVE SPACES TO WS-CK-PARTE-1 WS-CK-PARTE-2
           END-IF

           MOVE WS-MIN-FATURA TO WS-CK-PROX-FATURA
           MOVE WS-MIN-RECIBO TO WS-CK-PROX-RECIBO
           PERFORM GRAVA-CHECKPOINT-FATURA.

      * Os responsaveis do aluno a meio, como a emissao os apura;
      * sem o aluno no mestre conta so a descricao.
       LE-ALUNO-EM-CURSO.

           MOVE 'N' TO WS-ORFA-ALUNO-LIDO
           MOVE ZEROS TO WS-ENCARREGADO-2 WS-QUOTA-ENC

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS = "00"
               MOVE WS-CK-ALUNO-EM-CURSO TO ALU-NUMERO
               START ALUNOS KEY IS = ALU-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ ALUNOS NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               SET WS-ORFA-ALUNO-ACHADO TO TRUE
                       END-READ
               END-START
               CLOSE ALUNOS
           END-IF

           IF WS-ORFA-ALUNO-ACHADO
               PERFORM DETERMINA-RESPONSAVEIS
           END-IF.

       LE-FATURA-ORFA.

           READ FATURAS NEXT RECORD
               AT END SET WS-SEM-MAIS-ALUNOS TO TRUE
           END-READ.

      * A primeira quota vai ao encarregado, a segunda ao segundo
      * responsavel; o recibo mais alto dos pagamentos com saldo
      * credor destas faturas tambem ja foi gasto.
       CONTA-FATURA-ORFA.

           MOVE 'N' TO WS-ORFA-PROPRIA
           IF FAT-DESCRICAO (1: 15) = WS-ORFAS-DESCRICAO
               EVALUATE TRUE
                   WHEN NOT WS-ORFA-ALUNO-ACHADO
                       SET WS-ORFA-DO-ALUNO TO TRUE
                   WHEN FAT-CLIENTE = ALU-ENCARREGADO
                       SET WS-ORFA-DO-ALUNO TO TRUE
                       MOVE 'S' TO WS-CK-PARTE-1
                   WHEN WS-ENCARREGADO-2 NOT = ZEROS
                    AND FAT-CLIENTE = WS-ENCARREGADO-2
                       SET WS-ORFA-DO-ALUNO TO TRUE
                       MOVE 'S' TO WS-CK-PARTE-2
               END-EVALUATE
           END-IF

           IF WS-ORFA-DO-ALUNO
               IF WS-ORFAS-CONT = ZERO
                   MOVE FAT-NUMERO TO WS-ORFAS-PRIMEIRA
               END-IF
               ADD 1 TO WS-ORFAS-CONT
               ADD FAT-VALOR TO WS-ORFAS-TOTAL
               MOVE FAT-NUMERO TO WS-ORFAS-ULTIMA
               PERFORM PROCURA-RECIBO-ORFA
           END-IF

           PERFORM LE-FATURA-ORFA.

       PROCURA-RECIBO-ORFA.

           MOVE 'N' TO WS-FIM-PAGAMENTOS
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               MOVE FAT-NUMERO TO PAG-FATURA
               START PAGAMENTOS KEY IS = PAG-FATURA
                   INVALID KEY SET WS-SEM-MAIS-PAGAMENTOS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-PAGAMENTOS
                   PERFORM LE-PAGAMENTO-ORFA
               END-IF
               PERFORM VE-RECIBO-ORFA
                   UNTIL WS-SEM-MAIS-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF.

       LE-PAGAMENTO-ORFA.

           READ PAGAMENTOS NEXT RECORD
               AT END SET WS-SEM-MAIS-PAGAMENTOS TO TRUE
           END-READ.

       VE-RECIBO-ORFA.

           IF PAG-FATURA NOT = FAT-NUMERO
               SET WS-SEM-MAIS-PAGAMENTOS TO TRUE
           ELSE
               IF PAG-RECIBO NUMERIC
                  AND PAG-RECIBO > WS-ORFAS-RECIBO
                   MOVE PAG-RECIBO TO WS-ORFAS-RECIBO
               END-IF
               PERFORM LE-PAGAMENTO-ORFA
           END-IF.

      * A retoma acaba o mes interrompido, com o vencimento e o
      * acumulado da corrida original - o mes ja esta autorizado.
       PREPARA-RETOMA.

           MOVE WS-CK-MES        TO WS-MES-CORRIDA
           MOVE WS-CK-VENCIMENTO TO WS-VENCIMENTO
           MOVE WS-CK-FATURAS    TO WS-CONT-EMITIDAS
           MOVE WS-CK-TOTAL      TO WS-TOTAL-EMITIDO
           SET WS-RETOMA-CORRIDA TO TRUE
           SET WS-CORRIDA-AUTORIZADA TO TRUE

           DISPLAY "RETOMA DA CORRIDA DO MES " WS-MES-CORRIDA
                   " A SEGUIR AO ALUNO " WS-CK-ULTIMO-ALUNO
                   " (JA EMITIDAS " WS-CONT-EMITIDAS ")."

           IF WS-MES-CORRIDA NOT = WS-DATA-HOJE (1: 6)
               DISPLAY "AVISO: O MES CORRENTE SO PODE SER FATURADO "
                       "DEPOIS DE TERMINADA ESTA CORRIDA."
           END-IF.

      * Corrida nova: checkpoint a zeros. Retoma: o mestre de alunos
      * posiciona-se a seguir ao ultimo aluno tratado.
       INICIA-CHECKPOINT-FATURA.

           IF WS-RETOMA-CORRIDA
               MOVE WS-CK-ULTIMO-ALUNO TO ALU-NUMERO
               START ALUNOS KEY IS > ALU-NUMERO
                   INVALID KEY SET WS-SEM-MAIS-ALUNOS TO TRUE
               END-START
           ELSE
               MOVE SPACES           TO WS-CKP-REGISTO
               MOVE WS-MES-CORRIDA   TO WS-CK-MES
               SET WS-CKP-EM-CURSO   TO TRUE
               MOVE ZEROS            TO WS-CK-ULTIMO-ALUNO
                                        WS-CK-ALUNO-EM-CURSO
               MOVE WS-CONT-EMITIDAS TO WS-CK-FATURAS
               MOVE WS-TOTAL-EMITIDO TO WS-CK-TOTAL
               MOVE WS-VENCIMENTO    TO WS-CK-VENCIMENTO
               MOVE SGN-OPERADOR     TO WS-CK-OPERADOR
               MOVE CTL-PROX-FATURA  TO WS-CK-PROX-FATURA
               MOVE CTL-PROX-RECIBO  TO WS-CK-PROX-RECIBO
               MOVE SPACES           TO WS-CK-PARTE-1 WS-CK-PARTE-2
               PERFORM GRAVA-CHECKPOINT-FATURA
           END-IF.

      * Antes da primeira fatura do aluno fica registado quem esta a
      * ser faturado e os numeros abaixo dos quais nada e dele (os
      * que ja tomou; CONTROLE.DAT esta sempre a frente). As quotas
      * ja emitidas de um aluno repartido a meio mantem-se.
       MARCA-ALUNO-EM-CURSO.

           IF ALU-NUMERO NOT = WS-CK-ALUNO-EM-CURSO
               MOVE SPACES TO WS-CK-PARTE-1 WS-CK-PARTE-2
           END-IF
           MOVE ALU-NUMERO      TO WS-CK-ALUNO-EM-CURSO
           MOVE CTL-PROX-FATURA TO WS-CK-PROX-FATURA
           MOVE CTL-PROX-RECIBO TO WS-CK-PROX-RECIBO
           PERFORM GRAVA-CHECKPOINT-FATURA.

      * Aluno tratado (faturado ou nao): o checkpoint avanca.
       CHECKPOINT-ALUNO.

           MOVE ALU-NUMERO       TO WS-CK-ULTIMO-ALUNO
           MOVE CTL-PROX-FATURA  TO WS-CK-PROX-FATURA
           MOVE CTL-PROX-RECIBO  TO WS-CK-PROX-RECIBO
           MOVE WS-CONT-EMITIDAS TO WS-CK-FATURAS
           MOVE WS-TOTAL-EMITIDO TO WS-CK-TOTAL
           MOVE ZEROS  TO WS-CK-ALUNO-EM-CURSO
           MOVE SPACES TO WS-CK-PARTE-1 WS-CK-PARTE-2
           PERFORM GRAVA-CHECKPOINT-FATURA.

       GRAVA-CHECKPOINT-FATURA.

           MOVE WS-CKP-REGISTO TO FD-CKP-REGISTO

           OPEN OUTPUT CHECKPOINT
           WRITE FD-CKP-REGISTO
           CLOSE CHECKPOINT.

       EMITE-PROPINAS.

           IF NOT WS-RETOMA-CORRIDA
               DISPLAY "DATA DE VENCIMENTO (AAAAMMDD): "
               ACCEPT WS-VENCIMENTO
           END-IF

           MOVE SPACES TO WS-DESCRICAO
           STRING "PROPINA " WS-MES-CORRIDA (5: 2) "/"
                  WS-MES-CORRIDA (1: 4)
               DELIMITED BY SIZE INTO WS-DESCRICAO
           END-STRING

               PERFORM CARREGA-TURMAS
               PERFORM CARREGA-MATRICULAS
               PERFORM CARREGA-DESCONTOS
               PERFORM CARREGA-SAIDAS
               PERFORM CARREGA-SERVICOS
               PERFORM CARREGA-ADESOES
               PERFORM CARREGA-REFEICOES

               IF WS-TABELAS-EXCEDIDAS
                   DISPLAY "TABELAS EM MEMORIA EXCEDIDAS - AS FATURAS "
                           "SAIRIAM ERRADAS. NADA EMITIDO."
               ELSE
                   PERFORM FATURA-ALUNOS
               END-IF
           END-IF.

      * A corrida so fica completa se todos os alunos foram tratados
      * sem falhas de gravacao e sem linhas deixadas de fora.
       FATURA-ALUNOS.

           MOVE 'N' TO WS-FIM-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT = "00"
               DISPLAY "ALUNOS.DAT NAO ENCONTRADO - SEM ALUNOS "
                       "A FATURAR."
           ELSE
               PERFORM ABRE-FATURAS
               PERFORM INICIA-CHECKPOINT-FATURA
               IF NOT WS-SEM-MAIS-ALUNOS
                   PERFORM LE-ALUNO
               END-IF
               PERFORM FATURA-ALUNO
                   UNTIL WS-SEM-MAIS-ALUNOS
                      OR WS-FALHA-GRAVACAO
               CLOSE ALUNOS
               CLOSE FATURAS
               IF WS-FALHA-GRAVACAO OR WS-TABELAS-EXCEDIDAS
                   DISPLAY "CORRIDA DO MES " WS-MES-CORRIDA " POR "
                           "CONCLUIR - VEJA OS AVISOS ACIMA."
               ELSE
                   SET WS-CORRIDA-COMPLETA TO TRUE
               END-IF
           END-IF.


           IF PRC-INICIO <= WS-DATA-HOJE
              AND (PRC-FIM = ZEROS OR PRC-FIM >= WS-DATA-HOJE)
               IF WS-PRC-CONT < WS-PRC-MAX
                   ADD 1 TO WS-PRC-CONT
                   MOVE PRC-TIPO   TO WS-PR-TIPO (WS-PRC-CONT)
                   MOVE PRC-CHAVE  TO WS-PR-CHAVE (WS-PRC-CONT)
                   MOVE PRC-VALOR  TO WS-PR-VALOR (WS-PRC-CONT)
                   MOVE PRC-INICIO TO WS-PR-INICIO (WS-PRC-CONT)
               ELSE
                   DISPLAY "AVISO: LIMITE DE PRECOS EM MEMORIA "
                           "ATINGIDO."
                   SET WS-TABELAS-EXCEDIDAS TO TRUE
               END-IF
           END-IF

           PERFORM LE-PRECO.
               ADD 1 TO WS-TUR-CONT
               MOVE TUR-CODIGO       TO WS-TU-CODIGO (WS-TUR-CONT)
               MOVE TUR-NIVEL-ENSINO TO WS-TU-NIVEL (WS-TUR-CONT)
           ELSE
               DISPLAY "AVISO: LIMITE DE TURMAS EM MEMORIA ATINGIDO."
               SET WS-TABELAS-EXCEDIDAS TO TRUE
           END-IF

           PERFORM LE-TURMA.
                   UNTIL WS-MTR-IDX > WS-MTR-CONT
                      OR WS-ALUNO-JA-GUARDADO = 'S'
               IF WS-ALUNO-JA-GUARDADO = 'N'
                   IF WS-MTR-CONT < WS-MTR-MAX
                       ADD 1 TO WS-MTR-CONT
                       MOVE MAT-ALUNO TO WS-MR-ALUNO (WS-MTR-CONT)
                       MOVE MAT-TURMA TO WS-MR-TURMA (WS-MTR-CONT)
                   ELSE
                       DISPLAY "AVISO: LIMITE DE MATRICULAS EM "
                               "MEMORIA ATINGIDO."
                       SET WS-TABELAS-EXCEDIDAS TO TRUE
                   END-IF
               END-IF
           END-IF


           IF DES-INICIO <= WS-DATA-HOJE
              AND (DES-FIM = ZEROS OR DES-FIM >= WS-DATA-HOJE)
               IF WS-DES-CONT < WS-DES-MAX
                   ADD 1 TO WS-DES-CONT
                   MOVE DES-ALUNO TO WS-DE-ALUNO (WS-DES-CONT)
                   MOVE DES-TIPO  TO WS-DE-TIPO (WS-DES-CONT)
                   MOVE DES-VALOR TO WS-DE-VALOR (WS-DES-CONT)
               ELSE
                   DISPLAY "AVISO: LIMITE DE DESCONTOS EM MEMORIA "
                           "ATINGIDO."
                   SET WS-TABELAS-EXCEDIDAS TO TRUE
               END-IF
           END-IF

           PERFORM LE-DESCONTO.

      * So as saidas da escola do ano letivo corrente contam; uma
      * segunda saida do mesmo aluno substitui a primeira.
       CARREGA-SAIDAS.

           MOVE ZEROS TO WS-SAI-CONT
           MOVE 'N' TO WS-FIM-ALUNOS

           OPEN INPUT TRANSFERENCIAS
           IF WS-FS-TRANSFERENCIAS = "00"
               PERFORM LE-TRANSFERENCIA
               PERFORM GUARDA-SAIDA
                   UNTIL WS-SEM-MAIS-ALUNOS
               CLOSE TRANSFERENCIAS
               MOVE 'N' TO WS-FIM-ALUNOS
           END-IF.

       LE-TRANSFERENCIA.

           READ TRANSFERENCIAS
               AT END SET WS-SEM-MAIS-ALUNOS TO TRUE
           END-READ.

       GUARDA-SAIDA.

           IF TRF-SAIDA-ESCOLA
              AND TRF-ANO-LETIVO = CTL-ANO-LETIVO
               MOVE 'N' TO WS-ALUNO-JA-GUARDADO
               PERFORM VERIFICA-ALUNO-SAIDA
                   VARYING WS-SAI-IDX FROM 1 BY 1
                   UNTIL WS-SAI-IDX > WS-SAI-CONT
                      OR WS-ALUNO-JA-GUARDADO = 'S'
               IF WS-ALUNO-JA-GUARDADO = 'S'
                   SUBTRACT 1 FROM WS-SAI-IDX
               ELSE
                   IF WS-SAI-CONT < WS-SAI-MAX
                       ADD 1 TO WS-SAI-CONT
                       MOVE WS-SAI-CONT TO WS-SAI-IDX
                       MOVE 'S' TO WS-ALUNO-JA-GUARDADO
                   ELSE
                       DISPLAY "AVISO: LIMITE DE SAIDAS EM MEMORIA "
                               "ATINGIDO - ALUNO " TRF-ALUNO "."
                       SET WS-TABELAS-EXCEDIDAS TO TRUE
                   END-IF
               END-IF
               IF WS-ALUNO-JA-GUARDADO = 'S'
                   MOVE TRF-ALUNO TO WS-SA-ALUNO (WS-SAI-IDX)
                   MOVE TRF-DATA-EFEITO (1: 6)
                       TO WS-SA-MES (WS-SAI-IDX)
                   MOVE TRF-TURMA-ORIGEM TO WS-SA-TURMA (WS-SAI-IDX)
               END-IF
           END-IF

           PERFORM LE-TRANSFERENCIA.

       VERIFICA-ALUNO-SAIDA.

           IF WS-SA-ALUNO (WS-SAI-IDX) = TRF-ALUNO
               MOVE 'S' TO WS-ALUNO-JA-GUARDADO
           END-IF.

       PROCURA-SAIDA-ALUNO.

           IF WS-SA-ALUNO (WS-SAI-IDX) = ALU-NUMERO
               SET WS-ALUNO-COM-SAIDA TO TRUE
               MOVE WS-SA-MES (WS-SAI-IDX)   TO WS-MES-SAIDA
               MOVE WS-SA-TURMA (WS-SAI-IDX) TO WS-TURMA-SAIDA
           END-IF.

      * So os servicos ativos do catalogo se faturam.
       CARREGA-SERVICOS.

           MOVE ZEROS TO WS-SRV-CONT
           MOVE 'N' TO WS-FIM-ALUNOS

           OPEN INPUT SERVICOS
           IF WS-FS-SERVICOS = "00"
               PERFORM LE-SERVICO
               PERFORM GUARDA-SERVICO
                   UNTIL WS-SEM-MAIS-ALUNOS
               CLOSE SERVICOS
               MOVE 'N' TO WS-FIM-ALUNOS
           END-IF.

       LE-SERVICO.

           READ SERVICOS
               AT END SET WS-SEM-MAIS-ALUNOS TO TRUE
           END-READ.

       GUARDA-SERVICO.

           IF SRV-ATIVO
               IF WS-SRV-CONT < WS-SRV-MAX
                   ADD 1 TO WS-SRV-CONT
                   MOVE SRV-CODIGO     TO WS-SV-CODIGO (WS-SRV-CONT)
                   MOVE SRV-DESCRICAO
                       TO WS-SV-DESCRICAO (WS-SRV-CONT)
                   MOVE SRV-VALOR      TO WS-SV-VALOR (WS-SRV-CONT)
                   MOVE SRV-IVA-CODIGO
                       TO WS-SV-IVA-CODIGO (WS-SRV-CONT)
               ELSE
                   DISPLAY "AVISO: LIMITE DE SERVICOS EM MEMORIA "
                           "ATINGIDO."
                   SET WS-TABELAS-EXCEDIDAS TO TRUE
               END-IF
           END-IF

           PERFORM LE-SERVICO.

      * A adesao conta se o mes da corrida cai entre o mes do
      * inicio e o mes do fim (fim 0 = em aberto).
       CARREGA-ADESOES.

           MOVE ZEROS TO WS-ADS-CONT
           MOVE 'N' TO WS-FIM-ALUNOS

           OPEN INPUT ADESOES
           IF WS-FS-ADESOES = "00"
               PERFORM LE-ADESAO
               PERFORM GUARDA-ADESAO
                   UNTIL WS-SEM-MAIS-ALUNOS
               CLOSE ADESOES
               MOVE 'N' TO WS-FIM-ALUNOS
           END-IF.

       LE-ADESAO.

           READ ADESOES
               AT END SET WS-SEM-MAIS-ALUNOS TO TRUE
           END-READ.

       GUARDA-ADESAO.

           IF ADS-INICIO (1: 6) NOT > WS-MES-CORRIDA
              AND (ADS-FIM = ZEROS
                   OR ADS-FIM (1: 6) NOT < WS-MES-CORRIDA)
               IF WS-ADS-CONT < WS-ADS-MAX
                   ADD 1 TO WS-ADS-CONT
                   MOVE ADS-ALUNO   TO WS-AD-ALUNO (WS-ADS-CONT)
                   MOVE ADS-SERVICO TO WS-AD-SERVICO (WS-ADS-CONT)
               ELSE
                   DISPLAY "AVISO: LIMITE DE ADESOES EM MEMORIA "
                           "ATINGIDO."
                   SET WS-TABELAS-EXCEDIDAS TO TRUE
               END-IF
           END-IF

           PERFORM LE-ADESAO.

      * As refeicoes faturam-se no mes seguinte: a corrida conta
      * as do mes anterior ao da corrida.
       CARREGA-REFEICOES.

           MOVE ZEROS TO WS-REF-CONT
           MOVE 'N' TO WS-FIM-ALUNOS

           MOVE WS-MES-CORRIDA TO WS-MES-REFEICOES
           IF WS-MREF-MES = 1
               MOVE 12 TO WS-MREF-MES
               SUBTRACT 1 FROM WS-MREF-ANO
           ELSE
               SUBTRACT 1 FROM WS-MREF-MES
           END-IF

           OPEN INPUT REFEICOES
           IF WS-FS-REFEICOES = "00"
               PERFORM LE-REFEICAO
               PERFORM CONTA-REFEICAO
                   UNTIL WS-SEM-MAIS-ALUNOS
               CLOSE REFEICOES
               MOVE 'N' TO WS-FIM-ALUNOS
           END-IF.

       LE-REFEICAO.

           READ REFEICOES
               AT END SET WS-SEM-MAIS-ALUNOS TO TRUE
           END-READ.

       CONTA-REFEICAO.

           IF REF-DATA (1: 6) = WS-MES-REFEICOES
               MOVE 'N' TO WS-ALUNO-JA-GUARDADO
               PERFORM VERIFICA-REFEICAO-ALUNO
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-CONT
                      OR WS-ALUNO-JA-GUARDADO = 'S'
               IF WS-ALUNO-JA-GUARDADO = 'S'
                   SUBTRACT 1 FROM WS-REF-IDX
                   ADD 1 TO WS-RF-QUANTIDADE (WS-REF-IDX)
               ELSE
                   IF WS-REF-CONT < WS-REF-MAX
                       ADD 1 TO WS-REF-CONT
                       MOVE REF-ALUNO   TO WS-RF-ALUNO (WS-REF-CONT)
                       MOVE REF-SERVICO
                           TO WS-RF-SERVICO (WS-REF-CONT)
                       MOVE 1 TO WS-RF-QUANTIDADE (WS-REF-CONT)
                   ELSE
                       DISPLAY "AVISO: LIMITE DE REFEICOES EM "
                               "MEMORIA ATINGIDO."
                       SET WS-TABELAS-EXCEDIDAS TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM LE-REFEICAO.

       VERIFICA-REFEICAO-ALUNO.

           IF WS-RF-ALUNO (WS-REF-IDX) = REF-ALUNO
              AND WS-RF-SERVICO (WS-REF-IDX) = REF-SERVICO
               MOVE 'S' TO WS-ALUNO-JA-GUARDADO
           END-IF.

       LE-ALUNO.

           READ ALUNOS
               AT END SET WS-SEM-MAIS-ALUNOS TO TRUE
           END-READ.

      * O aluno saido da escola (ja inativo no mestre) ainda se
      * fatura ate ao mes da saida inclusive.
       FATURA-ALUNO.

           MOVE 'N' TO WS-ALUNO-SAIU
           MOVE SPACES TO WS-TURMA-SAIDA
           PERFORM PROCURA-SAIDA-ALUNO
               VARYING WS-SAI-IDX FROM 1 BY 1
               UNTIL WS-SAI-IDX > WS-SAI-CONT
                  OR WS-ALUNO-COM-SAIDA

           IF WS-ALUNO-COM-SAIDA
              AND WS-MES-CORRIDA > WS-MES-SAIDA
               ADD 1 TO WS-CONT-SAIDOS
           END-IF

           IF (ALU-ATIVO AND NOT WS-ALUNO-COM-SAIDA)
              OR (WS-ALUNO-COM-SAIDA
                  AND WS-MES-CORRIDA NOT > WS-MES-SAIDA)
               IF ALU-ENCARREGADO = ZEROS
                   ADD 1 TO WS-CONT-SEM-ENC
                   DISPLAY "AVISO: ALUNO " ALU-NUMERO " SEM "
               ELSE
                   PERFORM DETERMINA-PRECO-ALUNO
                   IF WS-PRECO-ENCONTRADO
                       PERFORM MARCA-ALUNO-EM-CURSO
                       PERFORM APLICA-DESCONTO-ALUNO
                       MOVE ALU-ENCARREGADO TO WS-CLIENTE
                       PERFORM MONTA-LINHAS-ALUNO
                       PERFORM DETERMINA-RESPONSAVEIS
                       IF WS-ENCARREGADO-2 = ZEROS
                           PERFORM GRAVA-FATURA
                           IF NOT WS-FALHA-GRAVACAO
                               PERFORM GRAVA-LINHAS-FATURA
                           END-IF
                       ELSE
                           PERFORM EMITE-FATURAS-REPARTIDAS
                       END-IF
                   ELSE
                       ADD 1 TO WS-CONT-SEM-PRECO
                       DISPLAY "AVISO: ALUNO " ALU-NUMERO " SEM "
               END-IF
           END-IF

      * Com a gravacao falhada o aluno fica a meio no checkpoint e a
      * corrida para.
           IF NOT WS-FALHA-GRAVACAO
               PERFORM CHECKPOINT-ALUNO
               PERFORM LE-ALUNO
           END-IF.

      * A turma do aluno vem da matricula do ano; o preco por
      * turma vence o do nivel de ensino, e entre vigencias vale a
               UNTIL WS-MTR-IDX > WS-MTR-CONT
                  OR WS-TURMA-ALUNO NOT = SPACES

           IF WS-TURMA-ALUNO = SPACES
               MOVE WS-TURMA-SAIDA TO WS-TURMA-ALUNO
           END-IF

           IF WS-TURMA-ALUNO NOT = SPACES
               PERFORM ACHA-NIVEL-TURMA
                   VARYING WS-TUR-IDX FROM 1 BY 1
               MOVE WS-PR-INICIO (WS-PRC-IDX) TO WS-MELHOR-INICIO
           END-IF.

      * A fatura do aluno leva a propina (liquida, isenta) na
      * primeira linha, uma linha por adesao a servico mensal e uma
      * por servico de refeicoes do mes anterior. Os servicos, IVA
      * incluido, somam ao bruto e ao devido.
       MONTA-LINHAS-ALUNO.

           MOVE 'N' TO WS-LINHAS-A-MAIS
           MOVE 1 TO WS-LIN-CONT
           MOVE WS-DESCRICAO TO WS-LN-DESCRICAO (1)
           MOVE 1            TO WS-LN-QUANTIDADE (1)
           MOVE WS-VALOR     TO WS-LN-VALOR-UNIT (1)
           MOVE 'I'          TO WS-LN-IVA-CODIGO (1)
           MOVE ZEROS        TO WS-LN-IVA-TAXA (1)

           PERFORM JUNTA-ADESAO-ALUNO
               VARYING WS-ADS-IDX FROM 1 BY 1
               UNTIL WS-ADS-IDX > WS-ADS-CONT

           PERFORM JUNTA-REFEICOES-ALUNO
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-CONT

           IF WS-LINHAS-EXCEDIDAS
               DISPLAY "AVISO: ALUNO " ALU-NUMERO " COM MAIS "
                       "SERVICOS DO QUE LINHAS NA FATURA - OS "
                       "RESTANTES FICAM POR FATURAR."
               SET WS-TABELAS-EXCEDIDAS TO TRUE
           END-IF.

       JUNTA-ADESAO-ALUNO.

           IF WS-AD-ALUNO (WS-ADS-IDX) = ALU-NUMERO
               MOVE WS-AD-SERVICO (WS-ADS-IDX) TO WS-SERVICO-CODIGO
               PERFORM PROCURA-SERVICO-TAB
               IF WS-SERVICO-ENCONTRADO
                   PERFORM ACRESCENTA-LINHA-SERVICO
                   IF NOT WS-LINHAS-EXCEDIDAS
                       MOVE WS-SV-DESCRICAO (WS-SRV-IDX)
                           TO WS-LN-DESCRICAO (WS-LIN-CONT)
                       MOVE 1 TO WS-LN-QUANTIDADE (WS-LIN-CONT)
                       PERFORM FECHA-LINHA-SERVICO
                   END-IF
               END-IF
           END-IF.

       JUNTA-REFEICOES-ALUNO.

           IF WS-RF-ALUNO (WS-REF-IDX) = ALU-NUMERO
               MOVE WS-RF-SERVICO (WS-REF-IDX) TO WS-SERVICO-CODIGO
               PERFORM PROCURA-SERVICO-TAB
               IF WS-SERVICO-ENCONTRADO
                   PERFORM ACRESCENTA-LINHA-SERVICO
                   IF NOT WS-LINHAS-EXCEDIDAS
                       MOVE SPACES TO WS-LN-DESCRICAO (WS-LIN-CONT)
                       STRING WS-SV-DESCRICAO (WS-SRV-IDX) (1: 22)
                              " " WS-MREF-MES "/" WS-MREF-ANO
                           DELIMITED BY SIZE
                           INTO WS-LN-DESCRICAO (WS-LIN-CONT)
                       END-STRING
                       MOVE WS-RF-QUANTIDADE (WS-REF-IDX)
                           TO WS-LN-QUANTIDADE (WS-LIN-CONT)
                       PERFORM FECHA-LINHA-SERVICO
                   END-IF
               END-IF
           END-IF.

       PROCURA-SERVICO-TAB.

           MOVE 'N' TO WS-SERVICO-OK
           PERFORM VERIFICA-SERVICO-TAB
               VARYING WS-SRV-IDX FROM 1 BY 1
               UNTIL WS-SRV-IDX > WS-SRV-CONT
                  OR WS-SERVICO-ENCONTRADO
           IF WS-SERVICO-ENCONTRADO
               SUBTRACT 1 FROM WS-SRV-IDX
           END-IF.

       VERIFICA-SERVICO-TAB.

           IF WS-SV-CODIGO (WS-SRV-IDX) = WS-SERVICO-CODIGO
               SET WS-SERVICO-ENCONTRADO TO TRUE
           END-IF.

       ACRESCENTA-LINHA-SERVICO.

           IF WS-LIN-CONT < WS-LIN-MAX
               ADD 1 TO WS-LIN-CONT
           ELSE
               SET WS-LINHAS-EXCEDIDAS TO TRUE
           END-IF.

       FECHA-LINHA-SERVICO.

           MOVE WS-SV-VALOR (WS-SRV-IDX)
               TO WS-LN-VALOR-UNIT (WS-LIN-CONT)
           MOVE WS-SV-IVA-CODIGO (WS-SRV-IDX) TO WS-IVA-CODIGO
           PERFORM DETERMINA-TAXA-IVA
           MOVE WS-IVA-CODIGO TO WS-LN-IVA-CODIGO (WS-LIN-CONT)
           MOVE WS-IVA-TAXA   TO WS-LN-IVA-TAXA (WS-LIN-CONT)

           COMPUTE WS-LINHA-BASE =
               WS-LN-QUANTIDADE (WS-LIN-CONT)
               * WS-LN-VALOR-UNIT (WS-LIN-CONT)
           COMPUTE WS-LINHA-TOTAL ROUNDED =
               WS-LINHA-BASE * (1 + WS-IVA-TAXA / 100)
           ADD WS-LINHA-TOTAL TO WS-VALOR
           ADD WS-LINHA-TOTAL TO WS-VALOR-BRUTO.

      * Registos do mestre anteriores ao segundo responsavel (em
      * branco) faturam so ao encarregado.
       DETERMINA-RESPONSAVEIS.

           MOVE ZEROS TO WS-ENCARREGADO-2 WS-QUOTA-ENC

           IF ALU-ENCARREGADO-2 NUMERIC
              AND ALU-QUOTA-ENC NUMERIC
              AND ALU-ENCARREGADO-2 NOT = ZEROS
              AND ALU-ENCARREGADO-2 NOT = ALU-ENCARREGADO
              AND ALU-QUOTA-ENC > ZERO
              AND ALU-QUOTA-ENC < 100
               MOVE ALU-ENCARREGADO-2 TO WS-ENCARREGADO-2
               MOVE ALU-QUOTA-ENC     TO WS-QUOTA-ENC
           END-IF.

      * Primeiro responsavel: cada unitario e o desconto pela sua
      * quota, arredondados. Segundo: o que sobra do completo. Na
      * retoma de um aluno a meio so sai a quota que faltava.
       EMITE-FATURAS-REPARTIDAS.

           MOVE WS-DESCONTO  TO WS-DESCONTO-TOTAL
           MOVE WS-DESCRICAO TO WS-DESCRICAO-BASE
           PERFORM GUARDA-UNITARIO-COMPLETO
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-CONT

           PERFORM QUOTA-PRIMEIRO-RESPONSAVEL
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-CONT
           COMPUTE WS-DESCONTO ROUNDED =
               WS-DESCONTO-TOTAL * WS-QUOTA-ENC / 100
           MOVE ALU-ENCARREGADO TO WS-CLIENTE
           IF WS-CK-PARTE-1 NOT = 'S'
               PERFORM GRAVA-FATURA-REPARTIDA
           END-IF

           PERFORM QUOTA-SEGUNDO-RESPONSAVEL
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-CONT
           COMPUTE WS-DESCONTO = WS-DESCONTO-TOTAL - WS-DESCONTO
           COMPUTE WS-QUOTA-ENC = 100 - WS-QUOTA-ENC
           MOVE WS-ENCARREGADO-2 TO WS-CLIENTE
           IF WS-CK-PARTE-2 NOT = 'S'
              AND NOT WS-FALHA-GRAVACAO
               PERFORM GRAVA-FATURA-REPARTIDA
           END-IF

           MOVE WS-DESCRICAO-BASE TO WS-DESCRICAO.

       GUARDA-UNITARIO-COMPLETO.

           MOVE WS-LN-VALOR-UNIT (WS-LIN-IDX)
               TO WS-LT-VALOR-UNIT (WS-LIN-IDX).

       QUOTA-PRIMEIRO-RESPONSAVEL.

           COMPUTE WS-LN-VALOR-UNIT (WS-LIN-IDX) ROUNDED =
               WS-LT-VALOR-UNIT (WS-LIN-IDX) * WS-QUOTA-ENC / 100.

       QUOTA-SEGUNDO-RESPONSAVEL.

           COMPUTE WS-LN-VALOR-UNIT (WS-LIN-IDX) =
               WS-LT-VALOR-UNIT (WS-LIN-IDX)
               - WS-LN-VALOR-UNIT (WS-LIN-IDX).

      * O devido de cada fatura repartida deriva das suas linhas,
      * IVA incluido; o bruto e o devido mais o desconto.
       GRAVA-FATURA-REPARTIDA.

           MOVE ZEROS TO WS-VALOR
           PERFORM SOMA-LINHA-FATURA
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-CONT
           COMPUTE WS-VALOR-BRUTO = WS-VALOR + WS-DESCONTO

           MOVE WS-QUOTA-ENC TO WS-QUOTA-EDIT
           MOVE SPACES TO WS-DESCRICAO
           STRING WS-DESCRICAO-BASE DELIMITED BY "  "
                  " - QUOTA " WS-QUOTA-EDIT "%" DELIMITED BY SIZE
               INTO WS-DESCRICAO
           END-STRING

           PERFORM GRAVA-FATURA
           IF NOT WS-FALHA-GRAVACAO
               PERFORM GRAVA-LINHAS-FATURA
           END-IF.

       SOMA-LINHA-FATURA.

           COMPUTE WS-LINHA-BASE =
               WS-LN-QUANTIDADE (WS-LIN-IDX)
               * WS-LN-VALOR-UNIT (WS-LIN-IDX)
           COMPUTE WS-LINHA-TOTAL ROUNDED =
               WS-LINHA-BASE * (1 + WS-LN-IVA-TAXA (WS-LIN-IDX) / 100)
           ADD WS-LINHA-TOTAL TO WS-VALOR.

      * A fatura avulsa e capturada linha a linha; o total (IVA
      * incluido) deriva das linhas.
       EMITE-AVULSA.
                   PERFORM ABRE-FATURAS
                   PERFORM GRAVA-FATURA
                   CLOSE FATURAS
                   IF NOT WS-FALHA-GRAVACAO
                       PERFORM GRAVA-LINHAS-FATURA
                   END-IF
               END-IF
           END-IF.


       PEDE-CODIGO-IVA.

           DISPLAY "CODIGO DE IVA (I=ISENTA, R=REDUZIDA, "
                   "N=NORMAL): "
           ACCEPT WS-IVA-CODIGO

           PERFORM DETERMINA-TAXA-IVA

           IF NOT WS-CODIGO-IVA-OK
               DISPLAY "CODIGO INVALIDO - TENTE NOVAMENTE."
               PERFORM PEDE-CODIGO-IVA
           END-IF.

       DETERMINA-TAXA-IVA.

           MOVE 'N' TO WS-IVA-VALIDO

           EVALUATE WS-IVA-CODIGO
               WHEN 'I'
                   MOVE ZEROS TO WS-IVA-TAXA
                   MOVE 23.00 TO WS-IVA-TAXA
                   SET WS-CODIGO-IVA-OK TO TRUE
               WHEN OTHER
                   MOVE ZEROS TO WS-IVA-TAXA
           END-EVALUATE.

       GRAVA-LINHAS-FATURA.

           PERFORM ABRE-FATLINHAS

           MOVE WS-LN-IVA-TAXA (WS-LIN-IDX)   TO FLN-IVA-TAXA
           WRITE FD-FATLINHA-REG.

       ABRE-FATURAS.

           OPEN EXTEND FATURAS
               OPEN EXTEND FATURAS
           END-IF.

      * Fatura nao gravada: o numero fica perdido na serie e a
      * emissao para, sem dar a corrida por completa.
       GRAVA-FATURA.

           PERFORM RESERVA-NUMERO-FATURA

           MOVE WS-FATURA-NUM   TO FAT-NUMERO
           MOVE WS-CLIENTE      TO FAT-CLIENTE
           MOVE WS-DESCRICAO    TO FAT-DESCRICAO
           MOVE WS-VALOR        TO FAT-VALOR

           WRITE FD-FATURA-REG

           IF WS-FS-FATURAS NOT = "00"
               SET WS-FALHA-GRAVACAO TO TRUE
               DISPLAY "ERRO " WS-FS-FATURAS " A GRAVAR A FATURA "
                       FAT-NUMERO " DO CLIENTE " FAT-CLIENTE
                       " - EMISSAO INTERROMPIDA."
           ELSE
               DISPLAY "FATURA " FAT-NUMERO " EMITIDA AO CLIENTE "
                       FAT-CLIENTE " - " FAT-DESCRICAO
               IF WS-DESCONTO > ZEROS
                   DISPLAY "  BRUTO " FAT-VALOR-BRUTO " DESCONTO "
                           FAT-DESCONTO " LIQUIDO " FAT-VALOR
               END-IF

               MOVE 'FT'             TO RD-TIPO
               MOVE FAT-NUMERO       TO RD-NUMERO
               MOVE FAT-DATA-EMISSAO TO RD-DATA
               MOVE FAT-VALOR        TO RD-VALOR
               PERFORM REGISTA-DOCUMENTO-FISCAL

               IF WS-CREDITOS-EM-USO
                   PERFORM USA-SALDO-CREDOR
               END-IF

               ADD 1 TO WS-CONT-EMITIDAS
               ADD WS-VALOR TO WS-TOTAL-EMITIDO
           END-IF.

      * Regista o documento na sua serie; se falhar a fatura fica
      * emitida e o PROGSERIE acusa o numero sem registo.
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

      * Os saldos credores so se usam com o lock PAGAMENTOS: a
      * confirmacao gasta um numero de recibo. Sem o lock as faturas
      * saem na mesma e o saldo fica para a emissao seguinte.
       PREPARA-SALDOS-CREDORES.

           MOVE 'N' TO WS-USA-CREDITOS
           PERFORM TOMA-LOCK-MESTRE

           IF NOT LCK-OK
               DISPLAY "AVISO: PAGAMENTOS.DAT EM USO POR "
                       LCK-DONO-OPERADOR " (" LCK-DONO-PROGRAMA
                       ") - OS SALDOS CREDORES NAO SAO USADOS "
                       "NESTA EMISSAO."
           ELSE
               SET WS-CREDITOS-EM-USO TO TRUE
               PERFORM CARREGA-CREDITOS
           END-IF.

      * Sem PROGLOCK disponivel a sessao segue com aviso, como as
      * outras validacoes quando a referencia falta.
       TOMA-LOCK-MESTRE.

           MOVE 'T' TO LCK-FUNCAO
           MOVE "PAGAMENTOS" TO LCK-PEDIDO-NOME
           MOVE "PROGFATURA" TO LCK-PEDIDO-PROGRAMA
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

       CARREGA-CREDITOS.

           MOVE ZEROS TO WS-CRD-CONT
           MOVE 'N' TO WS-FIM-CREDITOS

           OPEN INPUT CREDITOS
           IF WS-FS-CREDITOS = "00"
               PERFORM LE-CREDITO
               PERFORM GUARDA-CREDITO
                   UNTIL WS-SEM-MAIS-CREDITOS
               CLOSE CREDITOS
           END-IF.

       LE-CREDITO.

           READ CREDITOS
               AT END SET WS-SEM-MAIS-CREDITOS TO TRUE
           END-READ.

       GUARDA-CREDITO.

           MOVE CRD-CLIENTE TO WS-CLIENTE
           PERFORM PROCURA-CREDITO-CLIENTE

           IF WS-CREDITO-ENCONTRADO
               ADD CRD-VALOR TO WS-CR-SALDO (WS-CRD-IDX)
           ELSE
               IF WS-CRD-CONT < WS-CRD-MAX
                   ADD 1 TO WS-CRD-CONT
                   MOVE CRD-CLIENTE TO WS-CR-CLIENTE (WS-CRD-CONT)
                   MOVE CRD-VALOR   TO WS-CR-SALDO (WS-CRD-CONT)
               ELSE
                   DISPLAY "AVISO: TABELA DE SALDOS CREDORES "
                           "CHEIA - CLIENTE " CRD-CLIENTE
                           " SEM USO DO SALDO."
                   SET WS-TABELAS-EXCEDIDAS TO TRUE
               END-IF
           END-IF

           PERFORM LE-CREDITO.

       PROCURA-CREDITO-CLIENTE.

           MOVE 'N' TO WS-CREDITO-OK
           PERFORM VERIFICA-CREDITO-TAB
               VARYING WS-CRD-IDX FROM 1 BY 1
               UNTIL WS-CRD-IDX > WS-CRD-CONT
                  OR WS-CREDITO-ENCONTRADO
           IF WS-CREDITO-ENCONTRADO
               SUBTRACT 1 FROM WS-CRD-IDX
           END-IF.

       VERIFICA-CREDITO-TAB.

           IF WS-CR-CLIENTE (WS-CRD-IDX) = WS-CLIENTE
               SET WS-CREDITO-ENCONTRADO TO TRUE
           END-IF.

      * A fatura acabada de gravar consome o saldo credor do
      * cliente ate ao seu valor: confirmacao forma K com recibo,
      * registado na serie RG como os do PROGPAG, e movimento de
      * consumo com o mesmo recibo.
       USA-SALDO-CREDOR.

           PERFORM PROCURA-CREDITO-CLIENTE

           IF WS-CREDITO-ENCONTRADO
              AND WS-CR-SALDO (WS-CRD-IDX) > ZEROS
              AND FAT-VALOR > ZEROS
               IF WS-CR-SALDO (WS-CRD-IDX) < FAT-VALOR
                   MOVE WS-CR-SALDO (WS-CRD-IDX) TO WS-CREDITO-USADO
               ELSE
                   MOVE FAT-VALOR TO WS-CREDITO-USADO
               END-IF

               PERFORM RESERVA-NUMERO-RECIBO
               PERFORM GRAVA-CONFIRMACAO-CREDITO

               MOVE 'RG'             TO RD-TIPO
               MOVE WS-RECIBO-NUM    TO RD-NUMERO
               MOVE WS-DATA-HOJE     TO RD-DATA
               MOVE WS-CREDITO-USADO TO RD-VALOR
               PERFORM REGISTA-DOCUMENTO-FISCAL

               PERFORM GRAVA-CONSUMO-CREDITO

               MOVE WS-CREDITO-USADO TO WS-CREDITO-EDIT
               DISPLAY "  SALDO CREDOR USADO: " WS-CREDITO-EDIT
                       " (RECIBO " WS-RECIBO-NUM ")"
               SUBTRACT WS-CREDITO-USADO
                   FROM WS-CR-SALDO (WS-CRD-IDX)
               ADD 1 TO WS-CONT-CREDITOS
           END-IF.

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

       GRAVA-CONFIRMACAO-CREDITO.

           OPEN EXTEND PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN EXTEND PAGAMENTOS
           END-IF

           PERFORM ATRIBUI-SEQ
           MOVE FAT-NUMERO        TO PAG-FATURA
           MOVE ZEROS             TO PAG-PARCELA
           MOVE FAT-CLIENTE       TO PAG-CLIENTE
           MOVE WS-CREDITO-USADO  TO PAG-VALOR
           MOVE 'S'               TO PAG-ESTADO
           MOVE WS-RECIBO-NUM     TO PAG-RECIBO
           MOVE SGN-OPERADOR      TO PAG-OPERADOR
           MOVE WS-DATA-HOJE      TO PAG-DATA
           MOVE 'K'               TO PAG-FORMA
           MOVE SPACE             TO PAG-COMPENSACAO
           WRITE FD-PAG-REGISTO

           CLOSE PAGAMENTOS.

       GRAVA-CONSUMO-CREDITO.

           OPEN EXTEND CREDITOS
           IF WS-FS-CREDITOS = "35"
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN EXTEND CREDITOS
           END-IF

           MOVE FAT-CLIENTE       TO CRD-CLIENTE
           MOVE WS-DATA-HOJE      TO CRD-DATA
           MOVE 'C'               TO CRD-TIPO
           COMPUTE CRD-VALOR = 0 - WS-CREDITO-USADO
           MOVE FAT-NUMERO        TO CRD-FATURA
           MOVE WS-RECIBO-NUM     TO CRD-DOCUMENTO
           MOVE SPACE             TO CRD-FORMA
           MOVE SGN-OPERADOR      TO CRD-OPERADOR
           WRITE FD-CREDITO-REG

           CLOSE CREDITOS.
       END PROGRAM PROGFATURA.
