      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: PEDIDOS DE REVISAO DE NOTA - REGISTO DO PEDIDO DO
      *          ENCARREGADO CONTRA UMA NOTA DE PERIODO, DECISAO
      *          (DEFERIDO / INDEFERIDO) COM CARTA AO ENCARREGADO E
      *          LISTAGEM DOS PEDIDOS COM O PRAZO DE DECISAO.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. As revisoes de nota eram seguidas
      *            numa folha de calculo. Cada pedido fica em
      *            REVISOES.DAT (REVREG.cpy, indexado pelo numero do
      *            pedido) ligado a chave do boletim contestada, com
      *            a data do pedido, o motivo e a data-limite de
      *            decisao: CTL-PRAZO-REVISAO dias uteis (por
      *            omissao 10) contados pelo PROGDIAUTIL. A decisao
      *            exige perfil de supervisor; deferido ou
      *            indeferido, sai carta ao encarregado (e ao
      *            segundo responsavel, se houver) em CARTAS.DAT com
      *            a linha DESPACHO: PENDENTE. A correcao da nota de
      *            um pedido deferido faz-se no PROGEMENDA, que pede
      *            o numero do pedido e o grava em EMENDAS.LOG. Os
      *            pendentes entram no vigia de prazos (PROGPRAZOS).
      * 15/10/26 - A carta leva a linha "CLIENTE: <numero do
      *            encarregado>" a seguir ao e-mail, para o PROGDESPACHO
      *            respeitar os consentimentos de contacto
      *            (PROGCONSCON).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREVISAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISOES       ASSIGN TO "REVISOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-NUMERO
               FILE STATUS IS WS-FS-REVISOES.
           SELECT BOLETIM-MASTER ASSIGN TO "BOLETIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CHAVE
               FILE STATUS IS WS-FS-BOLETIM.
           SELECT ALUNOS         ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT CLIENTES       ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT CARTAS         ASSIGN TO "CARTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTAS.
           SELECT CONTROLE       ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
       DATA DIVISION.
       FILE SECTION.
       FD  REVISOES.
       COPY "REVREG.cpy" REPLACING NIVEL-REV BY 01
                                   CAMPO-REV-REG BY FD-REVISAO-REG.

       FD  BOLETIM-MASTER.
       COPY "BOLREG.cpy" REPLACING NIVEL-BOL BY 01
                                   CAMPO-BOL-REG BY FD-BOLETIM-REG.

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  CARTAS.
       01  FD-CARTA-REG                PIC X(80).

       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-REVISOES           PIC X(02) VALUE ZEROS.
       01 WS-FS-BOLETIM            PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-CARTAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DSIS-ANO              PIC X(04).
           03 WS-DSIS-MES              PIC X(02).
           03 WS-DSIS-DIA              PIC X(02).

       01 WS-OPCAO                 PIC 9 VALUE 9.
       01 WS-CONFIRMA              PIC X VALUE 'N'.
       01 WS-DECISAO               PIC X VALUE SPACE.

       01 WS-NUMERO                PIC 9(06) VALUE ZEROS.
       01 WS-ULTIMO-NUMERO         PIC 9(06) VALUE ZEROS.
       01 WS-ALUNO-NUM             PIC 9(06) VALUE ZEROS.
       01 WS-MATERIA               PIC A(30).
       01 WS-PERIODO               PIC 9 VALUE 1.
       01 WS-MOTIVO                PIC X(40) VALUE SPACES.
       01 WS-FUNDAMENTO            PIC X(40) VALUE SPACES.

       01 WS-BOLETIM-ABERTO        PIC X VALUE 'N'.
           88 WS-BOLETIM-DISPONIVEL       VALUE 'S'.
       01 WS-REGISTO-LIDO          PIC X VALUE 'N'.
           88 WS-REGISTO-ENCONTRADO       VALUE 'S'.
       01 WS-PEDIDO-ACHADO         PIC X VALUE 'N'.
           88 WS-PEDIDO-PENDENTE-EXISTE   VALUE 'S'.

      * Prazo de decisao em dias uteis a partir da data do pedido.
       01 WS-PRAZO-DIAS            PIC 9(02) VALUE ZEROS.
       01 WS-DIAS-CONTADOS         PIC 9(02) VALUE ZEROS.
       01 WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       01 WS-LIMITE-ACHADO         PIC X VALUE 'N'.
           88 WS-LIMITE-FALHOU            VALUE 'S'.

       01 WS-CONT-LISTADOS         PIC 9(04) VALUE ZEROS.
       01 WS-CONT-PENDENTES        PIC 9(04) VALUE ZEROS.
       01 WS-DIAS-RESTANTES        PIC S9(05) VALUE ZEROS.
       01 WS-DIAS-EDIT             PIC -(04)9.
       01 WS-ESTADO-TX             PIC X(10) VALUE SPACES.
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.
       01 WS-LIMITE-EDIT           PIC X(10) VALUE SPACES.

      * Carta de decisao ao encarregado.
       01 WS-CARTA-LINHA           PIC X(80) VALUE SPACES.
       01 WS-CAR-ENC               PIC 9(06) VALUE ZEROS.
       01 WS-CAR-ENC-1             PIC 9(06) VALUE ZEROS.
       01 WS-CAR-ENC-2             PIC 9(06) VALUE ZEROS.
       01 WS-CAR-NOME              PIC X(30) VALUE SPACES.
       01 WS-ENC-NOME              PIC X(30) VALUE SPACES.
       01 WS-ENC-EMAIL             PIC X(50) VALUE SPACES.
       01 WS-CONT-CARTAS           PIC 9(01) VALUE ZERO.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.

       01 DATAS-PARAMETRES.
           02 DT-FUNCAO                PIC X(01).
           02 DT-DATA1                 PIC 9(08).
           02 DT-DATA2                 PIC 9(08).
           02 DT-DIAS                  PIC S9(05).
           02 DT-DIA-SEMANA            PIC 9(01).
           02 DT-RESULTADO             PIC X(01).
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

       01 DIAUTIL-PARAMETRES.
           02 DU-FUNCAO                PIC X(01).
               88 DU-E-DIA-UTIL               VALUE 'E'.
               88 DU-PROXIMO-UTIL             VALUE 'P'.
           02 DU-DATA                  PIC 9(08).
           02 DU-E-UTIL                PIC X(01).
               88 DU-UTIL                     VALUE 'S'.
               88 DU-NAO-UTIL                 VALUE 'N'.
           02 DU-PROXIMO               PIC 9(08).
           02 DU-RESULTADO             PIC X(01).
               88 DU-OK                       VALUE 'S'.
               88 DU-INVALIDO                 VALUE 'N'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*     PEDIDOS DE REVISAO DE NOTA          *"
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
               PERFORM LE-CONTROLE
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               PERFORM ABRE-REVISOES

               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO

               CLOSE REVISOES
           END-IF

           DISPLAY "PEDIDOS DE REVISAO TERMINADOS."
           GOBACK.

      * O prazo de decisao vem de CONTROLE.DAT; sem ele (ou com o
      * campo em branco, de antes do campo existir) valem 10 dias
      * uteis.
       LE-CONTROLE.

           MOVE SPACES TO CTL-REGISTO-GERAL

           OPEN INPUT CONTROLE
           IF WS-FS-CONTROLE = "00"
               READ CONTROLE
               IF WS-FS-CONTROLE = "00"
                   MOVE FD-CTL-REGISTO TO CTL-REGISTO-GERAL
               END-IF
               CLOSE CONTROLE
           END-IF

           IF CTL-PRAZO-REVISAO NOT NUMERIC
               MOVE ZEROS TO CTL-PRAZO-REVISAO
           END-IF
           IF CTL-PRAZO-REVISAO = ZEROS
               MOVE 10 TO CTL-PRAZO-REVISAO
           END-IF
           MOVE CTL-PRAZO-REVISAO TO WS-PRAZO-DIAS.

       ABRE-REVISOES.

           OPEN I-O REVISOES
           IF WS-FS-REVISOES = "35"
               OPEN OUTPUT REVISOES
               CLOSE REVISOES
               OPEN I-O REVISOES
           END-IF.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - REGISTAR PEDIDO DE REVISAO"
           DISPLAY "  2 - DECIDIR PEDIDO (SUPERVISOR)"
           DISPLAY "  3 - LISTAR PEDIDOS"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REGISTA-PEDIDO
               WHEN 2
                   IF SGN-SUPERVISOR
                       PERFORM DECIDE-PEDIDO
                   ELSE
                       DISPLAY "A DECISAO DA REVISAO EXIGE PERFIL DE "
                               "SUPERVISOR - ACESSO RECUSADO."
                   END-IF
               WHEN 3
                   PERFORM LISTA-PEDIDOS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * REGISTO DE UM PEDIDO
      ******************************************************************
       REGISTA-PEDIDO.

           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-ALUNO-NUM
           DISPLAY "DISCIPLINA: "
           ACCEPT WS-MATERIA
           DISPLAY "PERIODO (1 A 3): "
           ACCEPT WS-PERIODO

           PERFORM LOCALIZA-REGISTO

           IF NOT WS-REGISTO-ENCONTRADO
               DISPLAY "NOTA NAO ENCONTRADA EM BOLETIM.DAT PARA ALUNO "
                       WS-ALUNO-NUM " / " WS-MATERIA " / PERIODO "
                       WS-PERIODO " - PEDIDO NAO REGISTADO."
           ELSE
               DISPLAY "NOTA CONTESTADA: " BOL-MEDIA " " BOL-STATUS
               PERFORM PROCURA-PEDIDO-PENDENTE
               IF WS-PEDIDO-PENDENTE-EXISTE
                   DISPLAY "JA EXISTE O PEDIDO " WS-NUMERO
                           " PENDENTE PARA ESTA NOTA."
               ELSE
                   DISPLAY "MOTIVO DO PEDIDO: "
                   MOVE SPACES TO WS-MOTIVO
                   ACCEPT WS-MOTIVO
                   IF WS-MOTIVO = SPACES
                       DISPLAY "SEM MOTIVO - PEDIDO NAO REGISTADO."
                   ELSE
                       PERFORM CALCULA-DATA-LIMITE
                       IF WS-LIMITE-FALHOU
                           DISPLAY "DATA-LIMITE INDISPONIVEL "
                                   "(PROGDIAUTIL) - PEDIDO NAO "
                                   "REGISTADO."
                       ELSE
                           PERFORM GRAVA-PEDIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Procura primeiro o lancamento normal; nao havendo, tenta o
      * exame de recuperacao do mesmo periodo - como o PROGEMENDA.
       LOCALIZA-REGISTO.

           MOVE 'N' TO WS-REGISTO-LIDO

           OPEN INPUT BOLETIM-MASTER
           IF WS-FS-BOLETIM = "00"
               MOVE WS-ALUNO-NUM TO BOL-ALUNO-NUM
               MOVE WS-MATERIA   TO BOL-MATERIA
               MOVE WS-PERIODO   TO BOL-PERIODO
               MOVE 'N'          TO BOL-TIPO

               READ BOLETIM-MASTER
               IF WS-FS-BOLETIM = "00"
                   SET WS-REGISTO-ENCONTRADO TO TRUE
               ELSE
                   MOVE 'R' TO BOL-TIPO
                   READ BOLETIM-MASTER
                   IF WS-FS-BOLETIM = "00"
                       SET WS-REGISTO-ENCONTRADO TO TRUE
                   END-IF
               END-IF
               CLOSE BOLETIM-MASTER
           END-IF.

      * Uma nota so pode ter um pedido pendente de cada vez; a
      * mesma volta ao ficheiro da o ultimo numero atribuido.
       PROCURA-PEDIDO-PENDENTE.

           MOVE 'N' TO WS-PEDIDO-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-ULTIMO-NUMERO WS-NUMERO

           MOVE ZEROS TO REV-NUMERO
           START REVISOES KEY NOT < REV-NUMERO
           IF WS-FS-REVISOES = "00"
               PERFORM LE-REVISAO
               PERFORM VERIFICA-PEDIDO
                   UNTIL WS-SEM-MAIS-REGISTOS
           END-IF.

       LE-REVISAO.

           READ REVISOES NEXT
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-PEDIDO.

           MOVE REV-NUMERO TO WS-ULTIMO-NUMERO
           IF REV-BOL-CHAVE = BOL-CHAVE
              AND REV-PENDENTE
               SET WS-PEDIDO-PENDENTE-EXISTE TO TRUE
               MOVE REV-NUMERO TO WS-NUMERO
           END-IF

           PERFORM LE-REVISAO.

      * A data-limite e a data do pedido mais o prazo em dias
      * uteis: cada passo avanca um dia (PROGDATAS) e salta para o
      * proximo dia util (PROGDIAUTIL), de modo que fins de semana
      * e feriados nao contam.
       CALCULA-DATA-LIMITE.

           MOVE 'N' TO WS-LIMITE-ACHADO
           MOVE ZEROS TO WS-DIAS-CONTADOS
           MOVE WS-DATA-SISTEMA TO WS-DATA-LIMITE

           PERFORM AVANCA-DIA-UTIL
               UNTIL WS-DIAS-CONTADOS >= WS-PRAZO-DIAS
                  OR WS-LIMITE-FALHOU.

       AVANCA-DIA-UTIL.

           MOVE 'S' TO DT-FUNCAO
           MOVE WS-DATA-LIMITE TO DT-DATA1
           MOVE 1 TO DT-DIAS
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU OR DT-INVALIDO
               SET WS-LIMITE-FALHOU TO TRUE
           ELSE
               SET DU-PROXIMO-UTIL TO TRUE
               MOVE DT-DATA2 TO DU-DATA
               CALL 'PROGDIAUTIL' USING DIAUTIL-PARAMETRES
                   ON EXCEPTION
                       SET WS-CHAMADA-FALHOU TO TRUE
               END-CALL
               IF WS-CHAMADA-FALHOU OR DU-INVALIDO
                   SET WS-LIMITE-FALHOU TO TRUE
               ELSE
                   MOVE DU-PROXIMO TO WS-DATA-LIMITE
                   ADD 1 TO WS-DIAS-CONTADOS
               END-IF
           END-IF.

       GRAVA-PEDIDO.

           MOVE SPACES TO FD-REVISAO-REG
           COMPUTE REV-NUMERO = WS-ULTIMO-NUMERO + 1
           MOVE BOL-CHAVE       TO REV-BOL-CHAVE
           MOVE WS-DATA-SISTEMA TO REV-DATA-PEDIDO
           MOVE WS-MOTIVO       TO REV-MOTIVO
           MOVE WS-DATA-LIMITE  TO REV-DATA-LIMITE
           SET REV-PENDENTE     TO TRUE
           MOVE ZEROS           TO REV-DATA-DECISAO
           MOVE BOL-MEDIA       TO REV-MEDIA-ANTES
           MOVE 'N'             TO REV-EMENDA-FEITA
           MOVE SGN-OPERADOR    TO REV-OPERADOR

           WRITE FD-REVISAO-REG
           IF WS-FS-REVISOES NOT = "00"
               DISPLAY "ERRO AO GRAVAR O PEDIDO - FILE STATUS "
                       WS-FS-REVISOES
           ELSE
               MOVE REV-DATA-LIMITE TO WS-DATA-LIMITE
               PERFORM EDITA-DATA-LIMITE
               DISPLAY "PEDIDO DE REVISAO " REV-NUMERO " REGISTADO. "
                       "DECISAO ATE " WS-LIMITE-EDIT " ("
                       WS-PRAZO-DIAS " DIAS UTEIS)."
           END-IF.

       EDITA-DATA-LIMITE.

           MOVE SPACES TO WS-LIMITE-EDIT
           STRING WS-DATA-LIMITE (7: 2) "/" WS-DATA-LIMITE (5: 2)
                  "/" WS-DATA-LIMITE (1: 4)
               DELIMITED BY SIZE INTO WS-LIMITE-EDIT
           END-STRING.

      ******************************************************************
      * DECISAO DE UM PEDIDO
      ******************************************************************
       DECIDE-PEDIDO.

           DISPLAY "NUMERO DO PEDIDO: "
           ACCEPT WS-NUMERO

           MOVE WS-NUMERO TO REV-NUMERO
           READ REVISOES

           EVALUATE TRUE
               WHEN WS-FS-REVISOES NOT = "00"
                   DISPLAY "PEDIDO " WS-NUMERO " NAO EXISTE."
               WHEN NOT REV-PENDENTE
                   DISPLAY "PEDIDO " WS-NUMERO " JA DECIDIDO ("
                           REV-ESTADO ")."
               WHEN OTHER
                   PERFORM MOSTRA-PEDIDO
                   PERFORM PEDE-DECISAO
           END-EVALUATE.

       MOSTRA-PEDIDO.

           MOVE REV-DATA-LIMITE TO WS-DATA-LIMITE
           PERFORM EDITA-DATA-LIMITE
           DISPLAY "  ALUNO      : " REV-ALUNO-NUM
           DISPLAY "  DISCIPLINA : " REV-MATERIA
           DISPLAY "  PERIODO    : " REV-PERIODO
           DISPLAY "  MEDIA      : " REV-MEDIA-ANTES
           DISPLAY "  MOTIVO     : " REV-MOTIVO
           DISPLAY "  DECIDIR ATE: " WS-LIMITE-EDIT.

       PEDE-DECISAO.

           DISPLAY "DECISAO (D = DEFERIDO, I = INDEFERIDO, "
                   "ENTER = ADIAR): "
           MOVE SPACE TO WS-DECISAO
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN 'd'
                   MOVE 'D' TO WS-DECISAO
               WHEN 'i'
                   MOVE 'I' TO WS-DECISAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-DECISAO NOT = 'D' AND WS-DECISAO NOT = 'I'
               DISPLAY "PEDIDO MANTIDO PENDENTE."
           ELSE
               DISPLAY "FUNDAMENTO DA DECISAO: "
               MOVE SPACES TO WS-FUNDAMENTO
               ACCEPT WS-FUNDAMENTO
               IF WS-FUNDAMENTO = SPACES
                   DISPLAY "SEM FUNDAMENTO - PEDIDO MANTIDO "
                           "PENDENTE."
               ELSE
                   PERFORM GRAVA-DECISAO
               END-IF
           END-IF.

       GRAVA-DECISAO.

           MOVE WS-DECISAO      TO REV-ESTADO
           MOVE WS-DATA-SISTEMA TO REV-DATA-DECISAO
           MOVE WS-FUNDAMENTO   TO REV-FUNDAMENTO
           MOVE SGN-OPERADOR    TO REV-OPERADOR

           REWRITE FD-REVISAO-REG
           IF WS-FS-REVISOES NOT = "00"
               DISPLAY "ERRO AO REGRAVAR O PEDIDO - FILE STATUS "
                       WS-FS-REVISOES
           ELSE
               PERFORM EMITE-CARTA-DECISAO
               IF REV-DEFERIDO
                   DISPLAY "PEDIDO " REV-NUMERO " DEFERIDO - CORRIJA "
                           "A NOTA NO PROGEMENDA INDICANDO ESTE "
                           "NUMERO."
               ELSE
                   DISPLAY "PEDIDO " REV-NUMERO " INDEFERIDO."
               END-IF
               DISPLAY "CARTAS DE DECISAO EMITIDAS: " WS-CONT-CARTAS
           END-IF.

      ******************************************************************
      * CARTA DE DECISAO AO ENCARREGADO
      ******************************************************************
       EMITE-CARTA-DECISAO.

           MOVE ZERO TO WS-CONT-CARTAS
           MOVE "(ALUNO SEM REGISTO NO MESTRE)" TO WS-CAR-NOME
           MOVE ZEROS TO WS-CAR-ENC-1 WS-CAR-ENC-2

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS = "00"
               MOVE REV-ALUNO-NUM TO ALU-NUMERO
               READ ALUNOS
               IF WS-FS-ALUNOS = "00"
                   MOVE ALU-NOME        TO WS-CAR-NOME
                   MOVE ALU-ENCARREGADO TO WS-CAR-ENC-1
                   IF ALU-ENCARREGADO-2 NUMERIC
                       MOVE ALU-ENCARREGADO-2 TO WS-CAR-ENC-2
                   END-IF
               END-IF
               CLOSE ALUNOS
           END-IF

           OPEN EXTEND CARTAS
           IF WS-FS-CARTAS = "35"
               OPEN OUTPUT CARTAS
               CLOSE CARTAS
               OPEN EXTEND CARTAS
           END-IF

           MOVE WS-CAR-ENC-1 TO WS-CAR-ENC
           PERFORM PROCURA-ENCARREGADO
           PERFORM ESCREVE-CARTA

      * O segundo responsavel recebe carta propria.
           IF WS-CAR-ENC-2 NOT = ZEROS
               MOVE WS-CAR-ENC-2 TO WS-CAR-ENC
               PERFORM PROCURA-ENCARREGADO
               PERFORM ESCREVE-CARTA
           END-IF

           CLOSE CARTAS.

       PROCURA-ENCARREGADO.

           MOVE "(ENCARREGADO NAO REGISTADO)" TO WS-ENC-NOME
           MOVE "(SEM E-MAIL - TRATAR NA SECRETARIA)"
                TO WS-ENC-EMAIL

           IF WS-CAR-ENC > ZERO
               OPEN INPUT CLIENTES
               IF WS-FS-CLIENTES = "00"
                   MOVE WS-CAR-ENC TO CLI-ID
                   READ CLIENTES
                   IF WS-FS-CLIENTES = "00"
                       MOVE CLI-NOME  TO WS-ENC-NOME
                       MOVE CLI-EMAIL TO WS-ENC-EMAIL
                   END-IF
                   CLOSE CLIENTES
               END-IF
           END-IF.

       ESCREVE-CARTA.

           MOVE ALL "=" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

      * A linha de despacho poe a carta na fila do PROGDESPACHO
      * como PENDENTE - e ele que a marca impressa ou enviada.
           MOVE "DESPACHO: PENDENTE" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "EXMO(A). SR(A). " WS-ENC-NOME
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "E-MAIL: " WS-ENC-EMAIL
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

      * O numero do encarregado deixa o PROGDESPACHO consultar os
      * canais que ele autorizou.
           MOVE SPACES TO WS-CARTA-LINHA
           STRING "CLIENTE: " WS-CAR-ENC
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "DECISAO DO PEDIDO DE REVISAO DE NOTA N. "
                  REV-NUMERO
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "ALUNO: " REV-ALUNO-NUM " " WS-CAR-NOME
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "DISCIPLINA: " REV-MATERIA " PERIODO "
                  REV-PERIODO " MEDIA " REV-MEDIA-ANTES
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           IF REV-DEFERIDO
               MOVE "DECISAO: DEFERIDO - A NOTA SERA CORRIGIDA NO "
                    & "REGISTO ACADEMICO." TO WS-CARTA-LINHA
           ELSE
               MOVE "DECISAO: INDEFERIDO - A NOTA MANTEM-SE."
                    TO WS-CARTA-LINHA
           END-IF
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "FUNDAMENTO: " REV-FUNDAMENTO
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE ALL "=" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

           ADD 1 TO WS-CONT-CARTAS.

       GRAVA-LINHA-CARTA.

           MOVE WS-CARTA-LINHA TO FD-CARTA-REG
           WRITE FD-CARTA-REG.

      ******************************************************************
      * LISTAGEM DOS PEDIDOS
      ******************************************************************
       LISTA-PEDIDOS.

           MOVE ZEROS TO WS-CONT-LISTADOS WS-CONT-PENDENTES
           MOVE 'N' TO WS-FIM-FICHEIRO

           DISPLAY " "
           DISPLAY "PEDIDO ALUNO  DISCIPLINA                     P "
                   "PEDIDO     LIMITE     ESTADO     DIAS"

           MOVE ZEROS TO REV-NUMERO
           START REVISOES KEY NOT < REV-NUMERO
           IF WS-FS-REVISOES = "00"
               PERFORM LE-REVISAO
               PERFORM MOSTRA-LINHA-PEDIDO
                   UNTIL WS-SEM-MAIS-REGISTOS
           END-IF

           DISPLAY "PEDIDOS: " WS-CONT-LISTADOS "  PENDENTES: "
                   WS-CONT-PENDENTES.

      * Os pendentes mostram os dias que faltam ate a data-limite
      * (negativos se o prazo ja passou).
       MOSTRA-LINHA-PEDIDO.

           ADD 1 TO WS-CONT-LISTADOS

           EVALUATE TRUE
               WHEN REV-PENDENTE
                   MOVE "PENDENTE"   TO WS-ESTADO-TX
               WHEN REV-DEFERIDO
                   MOVE "DEFERIDO"   TO WS-ESTADO-TX
               WHEN OTHER
                   MOVE "INDEFERIDO" TO WS-ESTADO-TX
           END-EVALUATE

           MOVE SPACES TO WS-DATA-EDIT
           STRING REV-DATA-PEDIDO (7: 2) "/" REV-DATA-PEDIDO (5: 2)
                  "/" REV-DATA-PEDIDO (1: 4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING
           MOVE REV-DATA-LIMITE TO WS-DATA-LIMITE
           PERFORM EDITA-DATA-LIMITE

           IF REV-PENDENTE
               ADD 1 TO WS-CONT-PENDENTES
               MOVE 'D' TO DT-FUNCAO
               MOVE WS-DATA-SISTEMA TO DT-DATA1
               MOVE REV-DATA-LIMITE TO DT-DATA2
               MOVE 'N' TO WS-IND-CHAMADA
               CALL 'PROGDATAS' USING DATAS-PARAMETRES
                   ON EXCEPTION
                       SET WS-CHAMADA-FALHOU TO TRUE
               END-CALL
               IF WS-CHAMADA-FALHOU OR DT-INVALIDO
                   MOVE ZEROS TO WS-DIAS-RESTANTES
               ELSE
                   MOVE DT-DIAS TO WS-DIAS-RESTANTES
               END-IF
               MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDIT
               DISPLAY REV-NUMERO " " REV-ALUNO-NUM " " REV-MATERIA
                       " " REV-PERIODO " " WS-DATA-EDIT " "
                       WS-LIMITE-EDIT " " WS-ESTADO-TX " "
                       WS-DIAS-EDIT
           ELSE
               DISPLAY REV-NUMERO " " REV-ALUNO-NUM " " REV-MATERIA
                       " " REV-PERIODO " " WS-DATA-EDIT " "
                       WS-LIMITE-EDIT " " WS-ESTADO-TX
           END-IF

           PERFORM LE-REVISAO.
       END PROGRAM PROGREVISAO.
