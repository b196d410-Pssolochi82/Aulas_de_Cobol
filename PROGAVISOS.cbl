      *            cliente so volta a receber carta quando o nivel
      *            calculado SOBE - acabou o nivel 1 reenviado
      *            todas as semanas.
      * 15/10/26 - Divida anulada como incobravel (PROGINCOBRAVEL) nao
      *            gera carta: a fatura I e as parcelas I ja ficavam
      *            de fora (so entram faturas A e parcelas A); numa
      *            fatura aberta com parcelas anuladas, o anulado
      *            ainda por recuperar (ANULACOES.DAT, A menos R) e
      *            abatido ao residual da fatura.
      * 15/10/26 - Acordos de pagamento (PROGACORDO): a fatura com
      *            parcelas num acordo (linhas N de ACORDOLIN.DAT)
      *            deixa de entrar pelo vencimento da fatura - a
      *            divida passou as prestacoes do acordo. As
      *            parcelas consolidadas (estado R) ja ficavam de
      *            fora; as parcelas novas do acordo entram como
      *            as outras quando vencem por pagar, e o acordo em
      *            incumprimento volta a gerar carta.
      * 15/10/26 - A carta lista, para cada parcela vencida do
      *            cliente com referencia Multibanco ativa
      *            (MBREF.DAT, PROGMULTIBANCO), a entidade, a
      *            referencia e o montante para pagar numa caixa
      *            automatica.
      * 15/10/26 - Fim dos tetos das tabelas em memoria (300
      *            faturas com pagos, 200 clientes, 400 faturas de
      *            parcelas, 200 faturas em acordo): tudo o que
      *            pesa numa fatura - linhas de acordo, pagamentos,
      *            notas de credito, anulacoes, a propria fatura e
      *            as suas parcelas - passa por um SORT por fatura
      *            (AVISOFAT.SRT) e o residual e o cliente saem do
      *            grupo da fatura. As dividas vencidas vao para
      *            DIVIDAS.TMP e um segundo SORT por cliente
      *            (AVISOCLI.SRT) acumula cada cliente antes de
      *            decidir a carta. Cada corrida acrescenta uma
      *            linha a EXECUCAO.LOG (LEXREG.cpy) com os
      *            registos entregues e devolvidos pelas duas
      *            ordenacoes, os clientes avaliados e as cartas.
      * 15/10/26 - Em ambiente de formacao (PROGAMBIENTE) o ecra e cada
      *            carta levam a marca do ambiente.
      * 15/10/26 - Consentimentos dos encarregados (CONSENTIMENTOS.DAT,
      *            via PROGCONSCON): a carta so sai a quem autorizou os
      *            avisos de pagamento e vai para a morada indicada no
      *            consentimento (ou a da ficha do cliente) e, com
      *            consentimento de e-mail, tambem para o e-mail da
      *            ficha - a carta leva as linhas MORADA/E-MAIL. Sem
      *            consentimento ou sem canal a carta nao sai, o nivel
      *            nao fica registado (volta a ser avaliada na corrida
      *            seguinte) e o cliente vai para a lista de excecoes
      *            AVISOSEXC.LIS com o motivo; havendo excecoes o RC e
      *            de aviso.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las. Os avisos continuam a ler os ficheiros
      *            por inteiro - o lote trata todas as familias de uma
      *            vez e ordena-as (SORT), pelo que a leitura por chave
      *            nao o encurtaria.
      * 15/10/26 - A linha da localidade da carta leva o codigo postal
      *            do cliente (CLI-CODIGO-POSTAL) antes da cidade.
      * 15/10/26 - As rotinas de leitura, RELEASE e RETURN dos
      *            procedimentos da ordenacao passam para seccoes
      *            proprias, como no PROGFECHOANO: a ordenacao corria-as
      *            de novo no fim de cada seccao com o ultimo registo
      *            ainda na area - o ultimo cliente recebia segundo
      *            registo em NIVELCOB.DAT, segunda linha de excecao e
      *            segunda carta, e as contagens do EXECUCAO.LOG saiam
      *            erradas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAVISOS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT PRESTACOES ASSIGN TO "PRESTACOES.DAT"
               ORGANIZATION IS INDEXED
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
           SELECT ACORDOLIN  ASSIGN TO "ACORDOLIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACORDOLIN.
           SELECT CLIENTES   ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT MBREF      ASSIGN TO "MBREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MBR-CHAVE
               ALTERNATE RECORD KEY IS MBR-REFERENCIA
               FILE STATUS IS WS-FS-MBREF.
           SELECT NIVEIS     ASSIGN TO "NIVELCOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NIVEIS.
           SELECT AVISOS     ASSIGN TO "AVISOSCOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVISOS.
           SELECT EXCECOES   ASSIGN TO "AVISOSEXC.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECOES.
           SELECT DIVIDAS    ASSIGN TO "DIVIDAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIVIDAS.
           SELECT LOG-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT ORDENA-FATURAS  ASSIGN TO "AVISOFAT.SRT".
           SELECT ORDENA-CLIENTES ASSIGN TO "AVISOCLI.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS.
       COPY "NCRREG.cpy" REPLACING NIVEL-NCR BY 01
                                   CAMPO-NCR-REG BY FD-NOTACRED-REG.

       FD  ANULACOES.
       COPY "ANUREG.cpy" REPLACING NIVEL-ANU BY 01
                                   CAMPO-ANU-REG BY FD-ANULACAO-REG.

       FD  ACORDOLIN.
       COPY "ACLREG.cpy" REPLACING NIVEL-ACL BY 01
                                   CAMPO-ACL-REG BY FD-ACORDOLIN-REG.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  MBREF.
       COPY "MBRREG.cpy" REPLACING NIVEL-MBR BY 01
                                   CAMPO-MBR-REG BY FD-MBREF-REG.

       FD  NIVEIS.
       01  FD-NIVEL-REG.
           03 NIV-CLIENTE              PIC 9(06).
       FD  AVISOS.
       01  FD-AVISO-REG                PIC X(80).

       FD  EXCECOES.
       01  FD-EXCECAO-REG              PIC X(80).

      * Uma divida vencida (residual de fatura ou parcela) ja com o
      * cliente e os dias de atraso.
       FD  DIVIDAS.
       01  FD-DIVIDA-REG.
           03 DIV-CLIENTE              PIC 9(06).
           03 DIV-VALOR                PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           03 DIV-DIAS                 PIC S9(05)
                                       SIGN IS LEADING SEPARATE.

       FD  LOG-EXECUCAO.
       01  FD-LOG-REG                  PIC X(80).

      * Tudo o que pesa numa fatura, por esta ordem dentro dela:
      * A = fatura com parcelas num acordo, C = pago/credito/
      * anulado (a abater ao residual), F = a fatura, P = parcela
      * aberta vencida.
       SD  ORDENA-FATURAS.
       01  SFA-REGISTO.
           03 SFA-FATURA               PIC 9(06).
           03 SFA-TIPO                 PIC X(01).
               88 SFA-ACORDO                  VALUE 'A'.
               88 SFA-CREDITO                 VALUE 'C'.
               88 SFA-DA-FATURA               VALUE 'F'.
               88 SFA-PARCELA                 VALUE 'P'.
           03 SFA-CLIENTE              PIC 9(06).
           03 SFA-VALOR                PIC S9(07)V99.
           03 SFA-VENCIMENTO           PIC 9(08).
           03 SFA-ESTADO               PIC X(01).

       SD  ORDENA-CLIENTES.
       01  SCL-REGISTO.
           03 SCL-CLIENTE              PIC 9(06).
           03 SCL-VALOR                PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           03 SCL-DIAS                 PIC S9(05)
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
       01 WS-FS-ACORDOLIN          PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-NIVEIS             PIC X(02) VALUE ZEROS.
       01 WS-FS-AVISOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-MBREF              PIC X(02) VALUE ZEROS.
       01 WS-FS-DIVIDAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-EXCECOES           PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

      * Fatura em tratamento: se esta num acordo, o pago/creditado
      * a abater e o cliente (conhecido quando chega o registo F).
       01 WS-FAT-ATUAL             PIC 9(06) VALUE ZEROS.
       01 WS-FAT-ABERTA            PIC X VALUE 'N'.
           88 WS-FAT-EM-CURSO             VALUE 'S'.
       01 WS-FAT-ACORDO            PIC X VALUE 'N'.
           88 WS-FATURA-EM-ACORDO         VALUE 'S'.
       01 WS-FAT-CREDITOS          PIC S9(07)V99 VALUE ZEROS.
       01 WS-FAT-CLIENTE           PIC 9(06) VALUE ZEROS.

      * Cliente em tratamento: residual total e maior atraso.
       01 WS-CLI-ABERTO            PIC X VALUE 'N'.
           88 WS-CLI-EM-CURSO             VALUE 'S'.
       01 WS-CL-CLIENTE            PIC 9(06) VALUE ZEROS.
       01 WS-CL-TOTAL              PIC S9(07)V99 VALUE ZEROS.
       01 WS-CL-MAX-DIAS           PIC S9(05) VALUE ZEROS.

       01 WS-RESIDUAL              PIC S9(07)V99 VALUE ZEROS.
       01 WS-DIAS-ATRASO           PIC S9(05) VALUE ZEROS.

       01 WS-NIVEL-CALCULADO       PIC 9 VALUE ZEROS.
       01 WS-NIVEL-ENVIADO         PIC 9 VALUE ZEROS.
       01 WS-NIVEIS-FIM            PIC X VALUE 'N'.
           88 WS-NIVEIS-FIM-FICHEIRO      VALUE 'S'.

       01 WS-NOME-CLIENTE          PIC X(30) VALUE SPACES.
       01 WS-ENDERECO-CLIENTE      PIC X(60) VALUE SPACES.
      * Linha da localidade da carta: codigo postal e cidade.
       01 WS-CIDADE-CLIENTE        PIC X(39) VALUE SPACES.
       01 WS-EMAIL-CLIENTE         PIC X(50) VALUE SPACES.

      * Canais da carta, pelos consentimentos do encarregado.
       01 WS-MORADA-AVISO          PIC X(60) VALUE SPACES.
       01 WS-CIDADE-AVISO          PIC X(39) VALUE SPACES.
       01 WS-EMAIL-AVISO           PIC X(50) VALUE SPACES.
       01 WS-EMAIL-ARROBAS         PIC 9(02) VALUE ZEROS.
       01 WS-MOTIVO-EXCECAO        PIC X(50) VALUE SPACES.
       01 WS-CONT-EXCECOES         PIC 9(05) VALUE ZEROS.
       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-TOTAL-EDIT            PIC -(07)9.99.

      * Referencias Multibanco das parcelas vencidas do cliente.
       01 WS-FIM-REFERENCIAS       PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REFERENCIAS     VALUE 'S'.
       01 WS-CONT-REFERENCIAS      PIC 9(03) VALUE ZEROS.
       01 WS-REF-EDIT              PIC X(11) VALUE SPACES.
       01 WS-DIAS-EDIT             PIC ZZZZ9.
       01 WS-TEXTO-NIVEL           PIC X(34) VALUE SPACES.

       01 WS-CONT-CARTAS           PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CLIENTES         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ORDENADOS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-DIVIDAS          PIC 9(07) VALUE ZEROS.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
       01 WS-IND-CONSCON           PIC X VALUE 'N'.
           88 WS-CONSCON-FALHOU           VALUE 'S'.

       01 CONSCON-PARAMETRES.
           02 CNS-CLIENTE              PIC 9(06).
           02 CNS-EMAIL                PIC X(01).
               88 CNS-EMAIL-AUTORIZADO        VALUE 'S'.
           02 CNS-CORREIO              PIC X(01).
               88 CNS-CORREIO-AUTORIZADO      VALUE 'S'.
           02 CNS-AVISOS               PIC X(01).
               88 CNS-AVISOS-AUTORIZADOS      VALUE 'S'.
           02 CNS-FOTOGRAFIA           PIC X(01).
               88 CNS-FOTOGRAFIA-AUTORIZADA   VALUE 'S'.
           02 CNS-MORADA-AVISOS        PIC X(60).
           02 CNS-RESULTADO            PIC X(01).
               88 CNS-COM-REGISTO             VALUE 'S'.
               88 CNS-SEM-REGISTO             VALUE 'N'.
               88 CNS-SEM-FICHEIRO            VALUE 'F'.

       01 DATAS-PARAMETRES.
           02 DT-FUNCAO                PIC X(01).
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

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
           DISPLAY "*   CARTAS DE COBRANCA ESCALONADAS        *"
           PERFORM CONSULTA-AMBIENTE
           DISPLAY "*******************************************"

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT EXCECOES
           MOVE SPACES TO FD-EXCECAO-REG
           STRING "AVISOS DE PAGAMENTO NAO EMITIDOS EM " WS-DATA-HOJE
                  " - SEM CANAL AUTORIZADO"
               DELIMITED BY SIZE INTO FD-EXCECAO-REG
           END-STRING
           WRITE FD-EXCECAO-REG

      * Primeiro passo: por fatura, as dividas vencidas para
      * DIVIDAS.TMP.
           OPEN OUTPUT DIVIDAS
           SORT ORDENA-FATURAS
               ON ASCENDING KEY SFA-FATURA SFA-TIPO
               INPUT PROCEDURE IS SELECIONA-FATURAS
               OUTPUT PROCEDURE IS APURA-FATURAS
           CLOSE DIVIDAS

      * Segundo passo: as dividas por cliente, um cliente de cada
      * vez.
           ADD WS-CONT-DIVIDAS TO WS-CONT-LIDOS
           SORT ORDENA-CLIENTES
               ON ASCENDING KEY SCL-CLIENTE
               USING DIVIDAS
               OUTPUT PROCEDURE IS TRATA-CLIENTES

           IF WS-CONT-CLIENTES = ZERO
               DISPLAY "SEM DIVIDAS VENCIDAS - NENHUMA CARTA A "
                       "EMITIR."
           ELSE
               DISPLAY " "
               DISPLAY "CLIENTES COM DIVIDA VENCIDA: "
                       WS-CONT-CLIENTES
               DISPLAY "CARTAS EMITIDAS EM AVISOSCOB.DAT: "
                       WS-CONT-CARTAS
               IF WS-CONT-CARTAS > ZERO
                   SET RC-AVISO TO TRUE
               END-IF
               IF WS-CONT-EXCECOES > ZERO
                   DISPLAY "SEM CANAL AUTORIZADO (AVISOSEXC.LIS): "
                           WS-CONT-EXCECOES
                   SET RC-AVISO TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO FD-EXCECAO-REG
           STRING "EXCECOES " WS-CONT-EXCECOES
               DELIMITED BY SIZE INTO FD-EXCECAO-REG
           END-STRING
           WRITE FD-EXCECAO-REG
           CLOSE EXCECOES

           IF WS-CONT-ORDENADOS NOT = WS-CONT-LIDOS
               DISPLAY "ERRO: ENTREGUES " WS-CONT-LIDOS
                       " / DEVOLVIDOS " WS-CONT-ORDENADOS
                       " PELAS ORDENACOES - CARTAS INCOMPLETAS."
               SET RC-ERRO TO TRUE
           END-IF
           PERFORM GRAVA-LOG-EXECUCAO

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

       CALCULA-ATRASO.

           MOVE 'D' TO DT-FUNCAO
           MOVE WS-DATA-HOJE TO DT-DATA2
           MOVE ZEROS TO WS-DIAS-ATRASO
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND DT-OK
               MOVE DT-DIAS TO WS-DIAS-ATRASO
           END-IF.

      * Uma linha por corrida em EXECUCAO.LOG com as contagens -
      * entregues e devolvidos pelas ordenacoes tem de bater.
       GRAVA-LOG-EXECUCAO.

           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE "PROGAVISOS"         TO LEX-PROGRAMA
           MOVE WS-DATA-HOJE         TO LEX-DATA
           MOVE WS-HORA-AGORA (1: 6) TO LEX-HORA
           MOVE WS-CONT-LIDOS        TO LEX-LIDOS
           MOVE WS-CONT-ORDENADOS    TO LEX-ORDENADOS
           MOVE WS-CONT-CLIENTES     TO LEX-GRUPOS
           MOVE WS-CONT-CARTAS       TO LEX-GRAVADOS
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
      * ENTRADA POR FATURA - ACORDOS, CREDITOS, FATURAS E PARCELAS
      ******************************************************************
       SELECIONA-FATURAS SECTION.
       SELECIONA-INICIO.

      * A divida de uma fatura com parcelas num acordo esta nas
      * prestacoes do acordo, que entram pelas parcelas.
           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT ACORDOLIN
           IF WS-FS-ACORDOLIN = "00"
               PERFORM LE-LINHA-ACORDO
               PERFORM LIBERTA-LINHA-ACORDO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ACORDOLIN
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM LIBERTA-PAGO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF
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
           END-IF

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
           END-IF.

      * Rotinas da entrada da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de SELECIONA-FATURAS.
       SELECIONA-FATURAS-ROTINAS SECTION.
       LE-LINHA-ACORDO.

           READ ACORDOLIN
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-LINHA-ACORDO.

           IF ACL-NOVA
               INITIALIZE SFA-REGISTO
               MOVE ACL-FATURA TO SFA-FATURA
               SET SFA-ACORDO TO TRUE
               PERFORM LIBERTA-REGISTO
           END-IF

           PERFORM LE-LINHA-ACORDO.

       LE-PAGAMENTO.

           READ PAGAMENTOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-PAGO.

           IF PAG-ESTADO = 'S' OR PAG-ESTADO = 'E'
               INITIALIZE SFA-REGISTO
               MOVE PAG-FATURA TO SFA-FATURA
               SET SFA-CREDITO TO TRUE
               MOVE PAG-VALOR  TO SFA-VALOR
               PERFORM LIBERTA-REGISTO
           END-IF

           PERFORM LE-PAGAMENTO.
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-NOTACRED.

           INITIALIZE SFA-REGISTO
           MOVE NCR-FATURA TO SFA-FATURA
           SET SFA-CREDITO TO TRUE
           MOVE NCR-VALOR  TO SFA-VALOR
           PERFORM LIBERTA-REGISTO

           PERFORM LE-NOTACRED.

       LE-ANULACAO.

           READ ANULACOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * O anulado abate ao residual da fatura; a recuperacao ja
      * entra como pagamento, por isso repoe o que abateu.
       LIBERTA-ANULACAO.

           INITIALIZE SFA-REGISTO
           MOVE ANU-FATURA TO SFA-FATURA
           SET SFA-CREDITO TO TRUE
           IF ANU-ANULACAO
               MOVE ANU-VALOR TO SFA-VALOR
           ELSE
               COMPUTE SFA-VALOR = 0 - ANU-VALOR
           END-IF
           PERFORM LIBERTA-REGISTO

           PERFORM LE-ANULACAO.

       LE-FATURA.

               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * Todas as faturas entram - e o registo F que da o cliente as
      * parcelas da fatura.
       LIBERTA-FATURA.

           INITIALIZE SFA-REGISTO
           MOVE FAT-NUMERO          TO SFA-FATURA
           SET SFA-DA-FATURA TO TRUE
           MOVE FAT-CLIENTE         TO SFA-CLIENTE
           MOVE FAT-VALOR           TO SFA-VALOR
           MOVE FAT-DATA-VENCIMENTO TO SFA-VENCIMENTO
           IF FAT-ABERTA
               MOVE 'A' TO SFA-ESTADO
           END-IF
           PERFORM LIBERTA-REGISTO

           PERFORM LE-FATURA.

       LE-PRESTACAO.

           READ PRESTACOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-PARCELA.

           IF PRE-ESTADO OF FD-PRESTA-REG = 'A'
              AND PRE-VENCIMENTO OF FD-PRESTA-REG < WS-DATA-HOJE
               INITIALIZE SFA-REGISTO
               MOVE PRE-FATURA OF FD-PRESTA-REG     TO SFA-FATURA
               SET SFA-PARCELA TO TRUE
               MOVE PRE-VALOR OF FD-PRESTA-REG      TO SFA-VALOR
               MOVE PRE-VENCIMENTO OF FD-PRESTA-REG TO SFA-VENCIMENTO
               PERFORM LIBERTA-REGISTO
           END-IF

           PERFORM LE-PRESTACAO.

       LIBERTA-REGISTO.

           RELEASE SFA-REGISTO
           ADD 1 TO WS-CONT-LIDOS.

      ******************************************************************
      * APURAMENTO POR FATURA - AS DIVIDAS VENCIDAS VAO PARA O FICHEIRO
      * DE TRABALHO DIVIDAS.TMP
      ******************************************************************
       APURA-FATURAS SECTION.
       APURA-FATURAS-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           MOVE 'N' TO WS-FAT-ABERTA
           PERFORM DEVOLVE-FATURA
           PERFORM TRATA-FATURA-ORDENADA
               UNTIL WS-SEM-MAIS-ORDENADOS.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de APURA-FATURAS.
       APURA-FATURAS-ROTINAS SECTION.
       DEVOLVE-FATURA.

           RETURN ORDENA-FATURAS
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
               NOT AT END ADD 1 TO WS-CONT-ORDENADOS
           END-RETURN.

       TRATA-FATURA-ORDENADA.

           IF NOT WS-FAT-EM-CURSO OR SFA-FATURA NOT = WS-FAT-ATUAL
               SET WS-FAT-EM-CURSO TO TRUE
               MOVE SFA-FATURA TO WS-FAT-ATUAL
               MOVE 'N'   TO WS-FAT-ACORDO
               MOVE ZEROS TO WS-FAT-CREDITOS WS-FAT-CLIENTE
           END-IF

           EVALUATE TRUE
               WHEN SFA-ACORDO
                   SET WS-FATURA-EM-ACORDO TO TRUE
               WHEN SFA-CREDITO
                   ADD SFA-VALOR TO WS-FAT-CREDITOS
               WHEN SFA-DA-FATURA
                   MOVE SFA-CLIENTE TO WS-FAT-CLIENTE
                   PERFORM TRATA-FATURA
               WHEN SFA-PARCELA
                   PERFORM TRATA-PARCELA
           END-EVALUATE

           PERFORM DEVOLVE-FATURA.

       TRATA-FATURA.

           IF SFA-ESTADO = 'A'
              AND SFA-VENCIMENTO < WS-DATA-HOJE
              AND NOT WS-FATURA-EM-ACORDO
               COMPUTE WS-RESIDUAL = SFA-VALOR - WS-FAT-CREDITOS

               IF WS-RESIDUAL > ZEROS
                   MOVE SFA-VENCIMENTO TO DT-DATA1
                   PERFORM CALCULA-ATRASO
                   PERFORM GRAVA-DIVIDA
               END-IF
           END-IF.

      * A parcela vai para o cliente da fatura; sem fatura no
      * ficheiro nao ha a quem a cobrar.
       TRATA-PARCELA.

           IF WS-FAT-CLIENTE > ZERO
               MOVE SFA-VENCIMENTO TO DT-DATA1
               PERFORM CALCULA-ATRASO
               MOVE SFA-VALOR TO WS-RESIDUAL
               PERFORM GRAVA-DIVIDA
           END-IF.

       GRAVA-DIVIDA.

           MOVE WS-FAT-CLIENTE TO DIV-CLIENTE
           MOVE WS-RESIDUAL    TO DIV-VALOR
           MOVE WS-DIAS-ATRASO TO DIV-DIAS
           WRITE FD-DIVIDA-REG
           ADD 1 TO WS-CONT-DIVIDAS.

      ******************************************************************
      * CARTAS - AS DIVIDAS CHEGAM ORDENADAS POR CLIENTE
      ******************************************************************
       TRATA-CLIENTES SECTION.
       TRATA-CLIENTES-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           MOVE 'N' TO WS-CLI-ABERTO
           PERFORM DEVOLVE-DIVIDA
           PERFORM ACUMULA-DIVIDA
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-CLI-EM-CURSO
               PERFORM TRATA-CLIENTE
           END-IF.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de TRATA-CLIENTES.
       TRATA-CLIENTES-ROTINAS SECTION.
       DEVOLVE-DIVIDA.

           RETURN ORDENA-CLIENTES
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
               NOT AT END ADD 1 TO WS-CONT-ORDENADOS
           END-RETURN.

       ACUMULA-DIVIDA.

           IF WS-CLI-EM-CURSO AND SCL-CLIENTE NOT = WS-CL-CLIENTE
               PERFORM TRATA-CLIENTE
           END-IF

           IF NOT WS-CLI-EM-CURSO
               SET WS-CLI-EM-CURSO TO TRUE
               MOVE SCL-CLIENTE TO WS-CL-CLIENTE
               MOVE ZEROS TO WS-CL-TOTAL WS-CL-MAX-DIAS
           END-IF

           ADD SCL-VALOR TO WS-CL-TOTAL
           IF SCL-DIAS > WS-CL-MAX-DIAS
               MOVE SCL-DIAS TO WS-CL-MAX-DIAS
           END-IF

           PERFORM DEVOLVE-DIVIDA.

      * O nivel sobe com o atraso; a carta so sai quando o nivel
      * calculado e superior ao ultimo enviado (NIVELCOB.DAT).
       TRATA-CLIENTE.

           MOVE 'N' TO WS-CLI-ABERTO
           ADD 1 TO WS-CONT-CLIENTES

           IF WS-CL-TOTAL > ZEROS
              AND WS-CL-MAX-DIAS > ZERO
               EVALUATE TRUE
                   WHEN WS-CL-MAX-DIAS <= 30
                       MOVE 1 TO WS-NIVEL-CALCULADO
                       MOVE "PRIMEIRO AVISO DE PAGAMENTO"
                            TO WS-TEXTO-NIVEL
                   WHEN WS-CL-MAX-DIAS <= 60
                       MOVE 2 TO WS-NIVEL-CALCULADO
                       MOVE "SEGUNDO AVISO DE PAGAMENTO"
                            TO WS-TEXTO-NIVEL
               PERFORM PROCURA-NIVEL-ENVIADO

               IF WS-NIVEL-CALCULADO > WS-NIVEL-ENVIADO
                   PERFORM APURA-CANAIS-AVISO
                   IF WS-MOTIVO-EXCECAO = SPACES
                       PERFORM EMITE-CARTA-AVISO
                       PERFORM REGISTA-NIVEL
                   ELSE
                       PERFORM REGISTA-EXCECAO
                   END-IF
               END-IF
           END-IF.


       VERIFICA-NIVEL.

           IF NIV-CLIENTE = WS-CL-CLIENTE
              AND NIV-NIVEL > WS-NIVEL-ENVIADO
               MOVE NIV-NIVEL TO WS-NIVEL-ENVIADO
           END-IF
               OPEN EXTEND NIVEIS
           END-IF

           MOVE WS-CL-CLIENTE      TO NIV-CLIENTE
           MOVE WS-NIVEL-CALCULADO TO NIV-NIVEL
           MOVE WS-DATA-HOJE       TO NIV-DATA
           WRITE FD-NIVEL-REG

           CLOSE NIVEIS.

      * O aviso so vai a quem o autorizou (PROGCONSCON): para a
      * morada do consentimento ou, sem ela, a da ficha; e tambem
      * para o e-mail da ficha se o e-mail estiver autorizado.
       APURA-CANAIS-AVISO.

           PERFORM LE-NOME-CLIENTE

           MOVE SPACES TO WS-MORADA-AVISO WS-CIDADE-AVISO
                          WS-EMAIL-AVISO WS-MOTIVO-EXCECAO
           MOVE 'N' TO CNS-EMAIL CNS-CORREIO CNS-AVISOS
                       CNS-FOTOGRAFIA
           MOVE WS-CL-CLIENTE TO CNS-CLIENTE
           MOVE 'N' TO WS-IND-CONSCON
           CALL 'PROGCONSCON' USING CONSCON-PARAMETRES
               ON EXCEPTION
                   SET WS-CONSCON-FALHOU TO TRUE
           END-CALL

           IF WS-CONSCON-FALHOU
               MOVE "CONSENTIMENTOS INDISPONIVEIS (PROGCONSCON)"
                   TO WS-MOTIVO-EXCECAO
           ELSE
               IF NOT CNS-AVISOS-AUTORIZADOS
                   MOVE "SEM CONSENTIMENTO PARA AVISOS DE PAGAMENTO"
                       TO WS-MOTIVO-EXCECAO
               ELSE
                   PERFORM ESCOLHE-CANAIS
               END-IF
           END-IF.

       ESCOLHE-CANAIS.

           IF CNS-MORADA-AVISOS NOT = SPACES
               MOVE CNS-MORADA-AVISOS TO WS-MORADA-AVISO
           ELSE
               MOVE WS-ENDERECO-CLIENTE TO WS-MORADA-AVISO
               IF WS-ENDERECO-CLIENTE NOT = SPACES
                   MOVE WS-CIDADE-CLIENTE TO WS-CIDADE-AVISO
               END-IF
           END-IF

           MOVE ZEROS TO WS-EMAIL-ARROBAS
           INSPECT WS-EMAIL-CLIENTE
                   TALLYING WS-EMAIL-ARROBAS FOR ALL "@"
           IF CNS-EMAIL-AUTORIZADO AND WS-EMAIL-ARROBAS > ZERO
               MOVE WS-EMAIL-CLIENTE TO WS-EMAIL-AVISO
           END-IF

           IF WS-MORADA-AVISO = SPACES AND WS-EMAIL-AVISO = SPACES
               MOVE "SEM MORADA NEM E-MAIL AUTORIZADO PARA O AVISO"
                   TO WS-MOTIVO-EXCECAO
           END-IF.

       REGISTA-EXCECAO.

           ADD 1 TO WS-CONT-EXCECOES
           MOVE WS-CL-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO FD-EXCECAO-REG
           STRING "CLIENTE " WS-CL-CLIENTE " " WS-NOME-CLIENTE
                  " NIVEL " WS-NIVEL-CALCULADO
                  " DIVIDA " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO FD-EXCECAO-REG
           END-STRING
           WRITE FD-EXCECAO-REG
           MOVE SPACES TO FD-EXCECAO-REG
           STRING "    " WS-MOTIVO-EXCECAO
               DELIMITED BY SIZE INTO FD-EXCECAO-REG
           END-STRING
           WRITE FD-EXCECAO-REG

           DISPLAY "CARTA NIVEL " WS-NIVEL-CALCULADO
                   " NAO EMITIDA AO CLIENTE " WS-CL-CLIENTE
                   " - " WS-MOTIVO-EXCECAO.

       EMITE-CARTA-AVISO.

           OPEN EXTEND AVISOS
           IF WS-FS-AVISOS = "35"
               OPEN OUTPUT AVISOS
           MOVE ALL "=" TO WS-LINHA
           PERFORM GRAVA-LINHA

           IF AMB-FORMACAO
               MOVE AMB-MARCA TO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING WS-TEXTO-NIVEL " (NIVEL " WS-NIVEL-CALCULADO ")"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM GRAVA-LINHA

           IF WS-MORADA-AVISO NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING "MORADA: " WS-MORADA-AVISO
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM GRAVA-LINHA
               IF WS-CIDADE-AVISO NOT = SPACES
                   MOVE SPACES TO WS-LINHA
                   STRING "        " WS-CIDADE-AVISO
                       DELIMITED BY SIZE INTO WS-LINHA
                   END-STRING
                   PERFORM GRAVA-LINHA
               END-IF
           END-IF

           IF WS-EMAIL-AVISO NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING "E-MAIL: " WS-EMAIL-AVISO
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM GRAVA-LINHA
           END-IF

           MOVE WS-CL-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-CL-MAX-DIAS TO WS-DIAS-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "CLIENTE " WS-CL-CLIENTE
                  " - EM DIVIDA " WS-TOTAL-EDIT
                  " (MAIOR ATRASO " WS-DIAS-EDIT " DIAS)"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM GRAVA-LINHA

           PERFORM LISTA-REFERENCIAS-MB

           MOVE SPACES TO WS-LINHA
           STRING "SOLICITA-SE A REGULARIZACAO NA SECRETARIA."
               DELIMITED BY SIZE INTO WS-LINHA

           ADD 1 TO WS-CONT-CARTAS
           DISPLAY "CARTA NIVEL " WS-NIVEL-CALCULADO
                   " EMITIDA AO CLIENTE " WS-CL-CLIENTE ".".

       LISTA-REFERENCIAS-MB.

           MOVE ZEROS TO WS-CONT-REFERENCIAS
           MOVE 'N' TO WS-FIM-REFERENCIAS

           OPEN INPUT MBREF
           IF WS-FS-MBREF = "00"
               PERFORM LE-REFERENCIA
               PERFORM EMITE-REFERENCIA
                   UNTIL WS-SEM-MAIS-REFERENCIAS
               CLOSE MBREF
           END-IF.

       LE-REFERENCIA.

           READ MBREF
               AT END SET WS-SEM-MAIS-REFERENCIAS TO TRUE
           END-READ.

       EMITE-REFERENCIA.

           IF MBR-CLIENTE = WS-CL-CLIENTE
              AND MBR-ATIVA
              AND MBR-VENCIMENTO < WS-DATA-HOJE
               IF WS-CONT-REFERENCIAS = ZERO
                   MOVE "PODE PAGAR NUMA CAIXA MULTIBANCO "
                        & "(PAGAMENTO DE SERVICOS):" TO WS-LINHA
                   PERFORM GRAVA-LINHA
               END-IF
               ADD 1 TO WS-CONT-REFERENCIAS

               MOVE SPACES TO WS-REF-EDIT
               STRING MBR-REFERENCIA (1: 3) " "
                      MBR-REFERENCIA (4: 3) " "
                      MBR-REFERENCIA (7: 3)
                   DELIMITED BY SIZE INTO WS-REF-EDIT
               END-STRING
               MOVE MBR-VALOR TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-LINHA
               STRING "  ENTIDADE " MBR-ENTIDADE
                      "  REFERENCIA " WS-REF-EDIT
                      "  MONTANTE " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM GRAVA-LINHA
           END-IF

           PERFORM LE-REFERENCIA.

       LE-NOME-CLIENTE.

           MOVE "(CLIENTE SEM REGISTO)" TO WS-NOME-CLIENTE
           MOVE SPACES TO WS-ENDERECO-CLIENTE WS-CIDADE-CLIENTE
                          WS-EMAIL-CLIENTE

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES = "00"
               MOVE WS-CL-CLIENTE TO CLI-ID
               READ CLIENTES
               IF WS-FS-CLIENTES = "00"
                   MOVE CLI-NOME     TO WS-NOME-CLIENTE
                   MOVE CLI-ENDERECO TO WS-ENDERECO-CLIENTE
                   IF CLI-CODIGO-POSTAL NOT = SPACES
                       STRING CLI-CODIGO-POSTAL " " CLI-CIDADE
                           DELIMITED BY SIZE INTO WS-CIDADE-CLIENTE
                       END-STRING
                   ELSE
                       MOVE CLI-CIDADE TO WS-CIDADE-CLIENTE
                   END-IF
                   MOVE CLI-EMAIL    TO WS-EMAIL-CLIENTE
               END-IF
               CLOSE CLIENTES
           END-IF.
