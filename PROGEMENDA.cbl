      *            PROGROLLFWD.
      * 03/09/26 - A emenda toma o lock nomeado BOLETIM (PROGLOCK)
      *            antes de mexer no mestre e larga-o no fim.
      * 15/10/26 - A emenda pode vir de um pedido de revisao de nota
      *            deferido (REVISOES.DAT, PROGREVISAO): indicado o
      *            numero do pedido, a chave do boletim vem dele, o
      *            numero fica na linha de EMENDAS.LOG (agora com 142
      *            posicoes) e o pedido fica marcado como aplicado,
      *            com a media nova. Zero = emenda sem revisao.
      * 15/10/26 - A emenda passa a exigir a aprovacao de um segundo
      *            supervisor: pedidas a nova media, o novo status e
      *            o motivo, fica um pedido em APROVACOES.DAT
      *            (PROGPENDENTE) com a nota antes e depois, e o
      *            mestre nao e tocado. As emendas aprovadas no
      *            PROGAPROVA sao aplicadas no inicio da sessao
      *            seguinte, ja com o lock BOLETIM, so se a nota
      *            ainda for a do pedido; EMENDAS.LOG leva o
      *            requerente como operador e o pedido fica
      *            aplicado ou falhado. O override de periodo
      *            fechado continua a ser pedido e auditado no
      *            momento do pedido.
      * 15/10/26 - O docente (perfil D) passa a poder pedir emendas, mas
      *            so das notas das turmas e disciplinas que
      *            ATRIBUICOES.DAT lhe da no ano letivo do registo
      *            (PROGATRCON); a recusa fica em AUDIT.DAT (tipo
      *            NEGADO). O pedido continua sujeito a aprovacao de um
      *            supervisor.
      * 15/10/26 - A nova media valida-se na escala do nivel de ensino
      *            da turma do registo (PROGESCCON): no intervalo de uma
      *            escala numerica, ou pelo codigo de uma qualitativa,
      *            gravado pelo seu valor. Sem escala fica o intervalo
      *            de 1 a 10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEMENDA.
           SELECT JORNAL         ASSIGN TO "BOLJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.
           SELECT REVISOES       ASSIGN TO "REVISOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-NUMERO
               FILE STATUS IS WS-FS-REVISOES.
       DATA DIVISION.
       FILE SECTION.
       FD  BOLETIM-MASTER.
                                   CAMPO-BOL-REG BY FD-BOLETIM-REG.

       FD  LOG-EMENDAS.
       01  FD-EMENDA-REG               PIC X(142).

       FD  PERFECHO.
       COPY "PERREG.cpy" REPLACING NIVEL-PFE BY 01
       COPY "JRNREG.cpy" REPLACING NIVEL-JRN BY 01
                                   CAMPO-JRN-REG BY FD-JORNAL-REG.

       FD  REVISOES.
       COPY "REVREG.cpy" REPLACING NIVEL-REV BY 01
                                   CAMPO-REV-REG BY FD-REVISAO-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-BOLETIM            PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-PERFECHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-JORNAL             PIC X(02) VALUE ZEROS.
       01 WS-FS-REVISOES           PIC X(02) VALUE ZEROS.
       01 WS-JRN-DATA              PIC 9(08) VALUE ZEROS.
       01 WS-JRN-HORA              PIC 9(08) VALUE ZEROS.


       01 WS-OPERADOR              PIC X(08) VALUE SPACES.

      * O docente (perfil D) so pede emendas nas turmas/disciplinas
      * que ATRIBUICOES.DAT lhe da no ano letivo (PROGATRCON).
       01 WS-IND-ATRCON            PIC X VALUE 'N'.
           88 WS-ATRCON-FALHOU            VALUE 'S'.
       01 WS-ATRIBUICAO-OK         PIC X VALUE 'S'.
           88 WS-NOTA-AUTORIZADA          VALUE 'S'.
       01 WS-MOTIVO-ATRIBUICAO     PIC X(30) VALUE SPACES.

       01 ATRCON-PARAMETRES.
           02 ATC-OPERADOR             PIC X(08).
           02 ATC-TURMA                PIC X(05).
           02 ATC-MATERIA              PIC X(30).
           02 ATC-ANO-LETIVO           PIC 9(04).
           02 ATC-PERFIL               PIC X(01).
               88 ATC-PERFIL-DOCENTE          VALUE 'D'.
           02 ATC-DOCENTE              PIC 9(04).
           02 ATC-RESULTADO            PIC X(01).
               88 ATC-AUTORIZADO              VALUE 'S'.
               88 ATC-SEM-ATRIBUICAO          VALUE 'N'.
               88 ATC-SEM-DOCENTE             VALUE 'D'.
               88 ATC-SEM-FICHEIRO            VALUE 'F'.

      * Emenda sujeita a aprovacao (APROVACOES.DAT via PROGPENDENTE).
       01 WS-MOTIVO-EMENDA         PIC X(40) VALUE SPACES.
       01 WS-RAZAO-RECUSA          PIC X(40) VALUE SPACES.
       01 WS-CONT-APLICADAS        PIC 9(04) VALUE ZEROS.
       01 WS-PEDIDO-FEITO          PIC X VALUE 'N'.
           88 WS-PEDIDO-REGISTADO         VALUE 'S'.
       01 WS-IND-PENDENTE          PIC X VALUE 'N'.
           88 WS-PENDENTE-FALHOU          VALUE 'S'.

       01 PENDENTE-PARAMETRES.
           02 PND-FUNCAO               PIC X(01).
           02 PND-OPERADOR             PIC X(08).
           COPY "APRREG.cpy" REPLACING NIVEL-APR BY 02
                                       CAMPO-APR-REG BY PND-PEDIDO.
           02 PND-RESULTADO            PIC X(01).
               88 PND-OK                      VALUE 'S'.
               88 PND-NAO-ENCONTRADO          VALUE 'N'.
               88 PND-ERRO                    VALUE 'F'.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.

           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
               88 SGN-DOCENTE                 VALUE 'D'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.
       01 WS-MATERIA               PIC A(30).
       01 WS-PERIODO               PIC 9 VALUE 1.

      * Pedido de revisao de nota que origina a emenda (zero = sem).
       01 WS-NUM-REVISAO           PIC 9(06) VALUE ZEROS.
       01 WS-REVISAO-LIDA          PIC X VALUE 'N'.
           88 WS-REVISAO-VALIDA           VALUE 'S'.

       01 WS-NOVA-MEDIA            PIC 99V99.
       01 WS-NOVA-MEDIA-EDIT       PIC Z9.99.
       01 WS-NOVO-STATUS           PIC X(16).

      * Escala do nivel de ensino da turma do registo (PROGESCCON):
      * a nova media valida-se no intervalo da escala, ou digita-se
      * o codigo numa escala qualitativa. Sem escala vale 1 a 10.
       01 WS-IND-ESCCON            PIC X VALUE 'N'.
           88 WS-ESCCON-FALHOU            VALUE 'S'.
       01 WS-NOVA-SIGLA            PIC X(02) VALUE SPACES.
       01 WS-MEDIA-ACEITE          PIC X VALUE 'N'.
           88 WS-MEDIA-VALIDA             VALUE 'S'.
       01 WS-COD-IDX               PIC 9 VALUE ZEROS.
       01 WS-ESC-MINIMO-EDIT       PIC Z9.99.
       01 WS-ESC-MAXIMO-EDIT       PIC Z9.99.

       01 ESCCON-PARAMETRES.
           02 ECN-TURMA                PIC X(05).
           02 ECN-NIVEL                PIC X(02).
           02 ECN-VALOR                PIC 9(02)V99.
           02 ECN-TEXTO                PIC X(15).
           COPY "ESCREG.cpy" REPLACING NIVEL-ESC BY 02
                                       CAMPO-ESC-REG BY ECN-ESCALA.
           02 ECN-RESULTADO            PIC X(01).
               88 ECN-ENCONTRADA              VALUE 'S'.
               88 ECN-SEM-ESCALA              VALUE 'N'.
               88 ECN-SEM-FICHEIRO            VALUE 'F'.

       01 WS-EMENDA-FEITA          PIC X VALUE 'N'.
           88 WS-REGISTO-EMENDADO         VALUE 'S'.
       01 WS-REGISTO-LIDO          PIC X VALUE 'N'.
           03 WS-EM-DEPOIS-MEDIA       PIC X(05).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EM-DEPOIS-STATUS      PIC X(16).
           03 FILLER                   PIC X(10)
                                       VALUE " REVISAO: ".
           03 WS-EM-REVISAO            PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               GOBACK
           END-IF

           IF NOT SGN-SUPERVISOR AND NOT SGN-DOCENTE
               DISPLAY "A EMENDA DE NOTAS EXIGE PERFIL DE "
                       "SUPERVISOR OU DE DOCENTE - ACESSO RECUSADO."
               GOBACK
           END-IF

           MOVE SGN-OPERADOR TO WS-OPERADOR

      * O mestre academico e de um escritor de cada vez - o lock
      * BOLETIM recusa a emenda com uma sessao do BOLETIM aberta.
           PERFORM TOMA-LOCK-MESTRE
               GOBACK
           END-IF

      * As emendas ja aprovadas na fila de aprovacao sao aplicadas
      * antes de mais nada, com o lock tomado.
           PERFORM APLICA-EMENDAS-APROVADAS

           DISPLAY "NUMERO DO PEDIDO DE REVISAO (0 = EMENDA SEM "
                   "REVISAO): "
           ACCEPT WS-NUM-REVISAO

           IF WS-NUM-REVISAO > ZEROS
               PERFORM LE-PEDIDO-REVISAO
               IF NOT WS-REVISAO-VALIDA
                   PERFORM LIBERTA-LOCK-MESTRE
                   GOBACK
               END-IF
           ELSE
               DISPLAY "NUMERO DO ALUNO: "
               ACCEPT WS-ALUNO-NUM
               DISPLAY "DISCIPLINA: "
               ACCEPT WS-MATERIA
               DISPLAY "PERIODO (1 A 3): "
               ACCEPT WS-PERIODO
           END-IF

           PERFORM EMENDA-MESTRE

           PERFORM LIBERTA-LOCK-MESTRE

           EVALUATE TRUE
               WHEN WS-PEDIDO-REGISTADO
                   DISPLAY "EMENDA PEDIDA - SO SERA GRAVADA DEPOIS "
                           "DE APROVADA POR OUTRO SUPERVISOR."
               WHEN WS-REGISTO-ENCONTRADO
                   DISPLAY "EMENDA NAO PEDIDA - NADA FOI ALTERADO."
               WHEN OTHER
                   DISPLAY "REGISTO NAO ENCONTRADO PARA ALUNO "
                           WS-ALUNO-NUM " / " WS-MATERIA
                           " / PERIODO " WS-PERIODO
                           " - NADA FOI ALTERADO."
           END-EVALUATE

           GOBACK.


      * So um pedido deferido e ainda nao aplicado pode originar a
      * emenda; a chave do boletim vem do proprio pedido.
       LE-PEDIDO-REVISAO.

           MOVE 'N' TO WS-REVISAO-LIDA

           OPEN INPUT REVISOES
           IF WS-FS-REVISOES NOT = "00"
               DISPLAY "REVISOES.DAT NAO ENCONTRADO - EMENDA "
                       "RECUSADA."
           ELSE
               MOVE WS-NUM-REVISAO TO REV-NUMERO
               READ REVISOES
               EVALUATE TRUE
                   WHEN WS-FS-REVISOES NOT = "00"
                       DISPLAY "PEDIDO DE REVISAO " WS-NUM-REVISAO
                               " NAO EXISTE - EMENDA RECUSADA."
                   WHEN NOT REV-DEFERIDO
                       DISPLAY "PEDIDO DE REVISAO " WS-NUM-REVISAO
                               " NAO ESTA DEFERIDO - EMENDA "
                               "RECUSADA."
                   WHEN REV-EMENDA-APLICADA
                       DISPLAY "PEDIDO DE REVISAO " WS-NUM-REVISAO
                               " JA FOI APLICADO - EMENDA RECUSADA."
                   WHEN OTHER
                       SET WS-REVISAO-VALIDA TO TRUE
                       MOVE REV-ALUNO-NUM TO WS-ALUNO-NUM
                       MOVE REV-MATERIA   TO WS-MATERIA
                       MOVE REV-PERIODO   TO WS-PERIODO
                       DISPLAY "REVISAO " WS-NUM-REVISAO ": ALUNO "
                               WS-ALUNO-NUM " / " WS-MATERIA
                               " / PERIODO " WS-PERIODO
               END-EVALUATE
               CLOSE REVISOES
           END-IF.

      * Marca o pedido de revisao como aplicado, com a media nova.
       MARCA-REVISAO-APLICADA.

           OPEN I-O REVISOES
           IF WS-FS-REVISOES = "00"
               MOVE WS-NUM-REVISAO TO REV-NUMERO
               READ REVISOES
               IF WS-FS-REVISOES = "00"
                   MOVE WS-NOVA-MEDIA-EDIT TO REV-MEDIA-NOVA
                   SET REV-EMENDA-APLICADA TO TRUE
                   REWRITE FD-REVISAO-REG
               END-IF
               CLOSE REVISOES
           END-IF

           IF WS-FS-REVISOES NOT = "00"
               DISPLAY "AVISO: PEDIDO DE REVISAO " WS-NUM-REVISAO
                       " NAO MARCADO COMO APLICADO - FILE STATUS "
                       WS-FS-REVISOES
           END-IF.

      * Sem PROGLOCK disponivel a sessao segue com aviso, como as
      * outras validacoes quando a referencia falta.
       TOMA-LOCK-MESTRE.
               DISPLAY "BOLETIM.DAT NAO ENCONTRADO."
           ELSE
               PERFORM LOCALIZA-REGISTO
               IF WS-REGISTO-ENCONTRADO AND SGN-DOCENTE
                   PERFORM VERIFICA-ATRIBUICAO
               END-IF
               IF WS-REGISTO-ENCONTRADO AND WS-NOTA-AUTORIZADA
                   PERFORM VERIFICA-PERIODO-FECHADO
                   IF WS-PERIODO-FECHADO
                       PERFORM PEDE-OVERRIDE
               CLOSE BOLETIM-MASTER
           END-IF.

      * Consulta as atribuicoes do docente (PROGATRCON) para a turma
      * e a disciplina do registo, no ano letivo do registo; a
      * recusa fica em AUDIT.DAT. Sem a sub-rotina o docente nao
      * pede emendas.
       VERIFICA-ATRIBUICAO.

           MOVE WS-OPERADOR    TO ATC-OPERADOR
           MOVE BOL-TURMA      TO ATC-TURMA
           MOVE BOL-MATERIA    TO ATC-MATERIA
           MOVE ZEROS          TO ATC-ANO-LETIVO
           IF BOL-ANO-LETIVO NUMERIC
               MOVE BOL-ANO-LETIVO TO ATC-ANO-LETIVO
           END-IF
           SET ATC-AUTORIZADO TO TRUE
           MOVE 'N' TO WS-IND-ATRCON

           CALL 'PROGATRCON' USING ATRCON-PARAMETRES
               ON EXCEPTION
                   SET WS-ATRCON-FALHOU TO TRUE
           END-CALL

           MOVE 'N' TO WS-ATRIBUICAO-OK
           EVALUATE TRUE
               WHEN WS-ATRCON-FALHOU
                   MOVE "ATRIBUICOES INDISPONIVEIS"
                       TO WS-MOTIVO-ATRIBUICAO
               WHEN ATC-AUTORIZADO
                   MOVE 'S' TO WS-ATRIBUICAO-OK
               WHEN ATC-SEM-DOCENTE
                   MOVE "OPERADOR SEM DOCENTE ASSOCIADO"
                       TO WS-MOTIVO-ATRIBUICAO
               WHEN ATC-SEM-FICHEIRO
                   MOVE "ATRIBUICOES.DAT EM FALTA"
                       TO WS-MOTIVO-ATRIBUICAO
               WHEN OTHER
                   MOVE "SEM ATRIBUICAO DO DOCENTE"
                       TO WS-MOTIVO-ATRIBUICAO
           END-EVALUATE

           IF NOT WS-NOTA-AUTORIZADA
               DISPLAY " "
               DISPLAY "*******************************************"
               DISPLAY "* " WS-MOTIVO-ATRIBUICAO
               DISPLAY "* TURMA " BOL-TURMA " / " BOL-MATERIA
               DISPLAY "* EMENDA RECUSADA.                        *"
               DISPLAY "*******************************************"
               PERFORM REGISTA-RECUSA-ATRIBUICAO
           END-IF.

       REGISTA-RECUSA-ATRIBUICAO.

           MOVE "PROGEMENDA"    TO AUD-PROGRAMA
           MOVE "NEGADO"        TO AUD-TIPO
           MOVE WS-OPERADOR     TO AUD-OPERADOR
           MOVE SPACES          TO AUD-DETALHE
           STRING "EMENDA " BOL-TURMA " " BOL-MATERIA (1: 8)
                  " AL " BOL-ALUNO-NUM " " WS-MOTIVO-ATRIBUICAO
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING
           SET AUD-FALHOU TO TRUE
           MOVE 'N' TO WS-IND-AUDIT

           CALL 'PROGAUDIT' USING AUDIT-PARAMETRES
               ON EXCEPTION
                   SET WS-AUDIT-FALHOU TO TRUE
           END-CALL

           IF WS-AUDIT-FALHOU OR AUD-FALHOU
               DISPLAY "AVISO: RECUSA NAO REGISTADA EM AUDIT.DAT."
           END-IF.

      * O periodo do registo esta fechado quando PERFECHO.DAT tem
      * um registo desse periodo para o ano letivo do registo (os
      * registos antigos sem ano gravado contam pelo periodo).
           END-IF.

      * Procura primeiro o lancamento normal; nao havendo, tenta o
      * exame de recuperacao do mesmo periodo. Vindo de uma revisao,
      * o tipo de lancamento e o do pedido.
       LOCALIZA-REGISTO.

           MOVE 'N' TO WS-REGISTO-LIDO
           MOVE WS-MATERIA   TO BOL-MATERIA
           MOVE WS-PERIODO   TO BOL-PERIODO
           MOVE 'N'          TO BOL-TIPO
           IF WS-NUM-REVISAO > ZEROS
               MOVE REV-TIPO TO BOL-TIPO
           END-IF

           READ BOLETIM-MASTER
           IF WS-FS-BOLETIM = "00"
               SET WS-REGISTO-ENCONTRADO TO TRUE
           ELSE
               IF WS-NUM-REVISAO = ZEROS
                   MOVE 'R' TO BOL-TIPO
                   READ BOLETIM-MASTER
                   IF WS-FS-BOLETIM = "00"
                       SET WS-REGISTO-ENCONTRADO TO TRUE
                   END-IF
               END-IF
           END-IF.

      * A emenda nao e gravada logo: fica como pedido na fila de
      * aprovacao, com a nota antes e depois, e e aplicada na
      * sessao seguinte depois de outro supervisor a aprovar no
      * PROGAPROVA.
       APLICA-EMENDA.

           MOVE BOL-MEDIA  TO WS-ANTES-MEDIA
           DISPLAY "  MEDIA ATUAL  : " WS-ANTES-MEDIA
           DISPLAY "  STATUS ATUAL : " WS-ANTES-STATUS

           MOVE SPACES TO PND-PEDIDO
           SET APR-EMENDA TO TRUE
           MOVE BOL-ALUNO-NUM  TO APR-EM-ALUNO
           MOVE BOL-MATERIA    TO APR-EM-MATERIA
           MOVE BOL-PERIODO    TO APR-EM-PERIODO
           MOVE BOL-TIPO       TO APR-EM-TIPO
           MOVE WS-NUM-REVISAO TO APR-EM-REVISAO
           MOVE 'C' TO PND-FUNCAO
           PERFORM CHAMA-PENDENTE

           EVALUATE TRUE
               WHEN WS-PENDENTE-FALHOU OR PND-ERRO
                   DISPLAY "FILA DE APROVACAO INDISPONIVEL - "
                           "EMENDA NAO PEDIDA."
               WHEN PND-OK
                   DISPLAY "JA EXISTE O PEDIDO " APR-NUMERO
                           " (ESTADO " APR-ESTADO ") PARA ESTA "
                           "NOTA - EMENDA NAO PEDIDA."
               WHEN OTHER
                   PERFORM APURA-ESCALA
                   PERFORM LE-NOVA-MEDIA
                   PERFORM LE-NOVO-STATUS
                   MOVE WS-NOVA-MEDIA TO WS-NOVA-MEDIA-EDIT
                   DISPLAY "MOTIVO DA EMENDA: "
                   MOVE SPACES TO WS-MOTIVO-EMENDA
                   ACCEPT WS-MOTIVO-EMENDA
                   IF WS-MOTIVO-EMENDA = SPACES
                       DISPLAY "SEM MOTIVO - EMENDA NAO PEDIDA."
                   ELSE
                       PERFORM REGISTA-PEDIDO-EMENDA
                   END-IF
           END-EVALUATE.

       REGISTA-PEDIDO-EMENDA.

           MOVE "PROGEMENDA" TO APR-PROGRAMA
           MOVE SPACES TO APR-ANTES APR-DEPOIS
           MOVE WS-ANTES-MEDIA     TO APR-EM-ANTES-MEDIA
           MOVE WS-ANTES-STATUS    TO APR-EM-ANTES-STATUS
           MOVE WS-NOVA-MEDIA-EDIT TO APR-EM-MEDIA
           MOVE WS-NOVO-STATUS     TO APR-EM-STATUS
           MOVE WS-MOTIVO-EMENDA   TO APR-MOTIVO
           MOVE WS-OPERADOR TO APR-REQUERENTE PND-OPERADOR
           MOVE 'R' TO PND-FUNCAO
           PERFORM CHAMA-PENDENTE

           IF WS-PENDENTE-FALHOU OR NOT PND-OK
               DISPLAY "ERRO AO REGISTAR O PEDIDO - EMENDA NAO "
                       "PEDIDA."
           ELSE
               SET WS-PEDIDO-REGISTADO TO TRUE
               DISPLAY "EMENDA PEDIDA COM O NUMERO " APR-NUMERO
                       " - AGUARDA APROVACAO."
           END-IF.

      * Cada emenda aprovada so e gravada se a nota ainda for a que
      * o pedido viu; EMENDAS.LOG leva o requerente como operador e
      * o pedido fica aplicado, ou falhado com a razao.
       APLICA-EMENDAS-APROVADAS.

           MOVE ZEROS TO WS-CONT-APLICADAS
           MOVE SPACES TO PND-PEDIDO
           MOVE ZEROS TO APR-NUMERO
           SET APR-EMENDA TO TRUE
           MOVE 'S' TO PND-FUNCAO
           PERFORM CHAMA-PENDENTE

           IF NOT WS-PENDENTE-FALHOU AND PND-OK
               OPEN I-O BOLETIM-MASTER
               IF WS-FS-BOLETIM NOT = "00"
                   DISPLAY "BOLETIM.DAT NAO ENCONTRADO - EMENDAS "
                           "APROVADAS FICAM PARA DEPOIS."
               ELSE
                   PERFORM APLICA-EMENDA-APROVADA
                       UNTIL WS-PENDENTE-FALHOU OR NOT PND-OK
                   CLOSE BOLETIM-MASTER
               END-IF
           END-IF

           IF WS-CONT-APLICADAS > ZERO
               DISPLAY "EMENDAS APROVADAS GRAVADAS: "
                       WS-CONT-APLICADAS
           END-IF

           MOVE SGN-OPERADOR TO WS-OPERADOR
           MOVE 'N' TO WS-EMENDA-FEITA WS-REGISTO-LIDO
           MOVE ZEROS TO WS-NUM-REVISAO.

       APLICA-EMENDA-APROVADA.

           DISPLAY "EMENDA APROVADA - PEDIDO " APR-NUMERO
                   " DE " APR-REQUERENTE ", APROVADO POR "
                   APR-DECISOR
           MOVE SPACES TO WS-RAZAO-RECUSA
           MOVE 'N' TO WS-EMENDA-FEITA
           MOVE APR-EM-ALUNO   TO WS-ALUNO-NUM BOL-ALUNO-NUM
           MOVE APR-EM-MATERIA TO WS-MATERIA BOL-MATERIA
           MOVE APR-EM-PERIODO TO WS-PERIODO BOL-PERIODO
           MOVE APR-EM-TIPO    TO BOL-TIPO
           MOVE APR-EM-REVISAO TO WS-NUM-REVISAO

           READ BOLETIM-MASTER
           EVALUATE TRUE
               WHEN WS-FS-BOLETIM NOT = "00"
                   MOVE "REGISTO NAO ENCONTRADO" TO WS-RAZAO-RECUSA
               WHEN BOL-MEDIA NOT = APR-EM-ANTES-MEDIA
                 OR BOL-STATUS NOT = APR-EM-ANTES-STATUS
                   MOVE "NOTA ALTERADA DEPOIS DO PEDIDO"
                       TO WS-RAZAO-RECUSA
               WHEN OTHER
                   MOVE BOL-MEDIA      TO WS-ANTES-MEDIA
                   MOVE BOL-STATUS     TO WS-ANTES-STATUS
                   MOVE APR-EM-MEDIA   TO WS-NOVA-MEDIA-EDIT
                   MOVE APR-EM-STATUS  TO WS-NOVO-STATUS
                   MOVE APR-REQUERENTE TO WS-OPERADOR
                   PERFORM GRAVA-EMENDA
                   IF NOT WS-REGISTO-EMENDADO
                       MOVE "ERRO AO REGRAVAR O REGISTO"
                           TO WS-RAZAO-RECUSA
                   END-IF
           END-EVALUATE
           MOVE SGN-OPERADOR TO WS-OPERADOR PND-OPERADOR

           IF WS-RAZAO-RECUSA = SPACES
               ADD 1 TO WS-CONT-APLICADAS
               MOVE 'X' TO PND-FUNCAO
           ELSE
               DISPLAY "PEDIDO " APR-NUMERO " NAO APLICADO - "
                       WS-RAZAO-RECUSA
               MOVE WS-RAZAO-RECUSA TO APR-NOTA-DECISAO
               MOVE 'F' TO PND-FUNCAO
           END-IF
           PERFORM CHAMA-PENDENTE

           SET APR-EMENDA TO TRUE
           MOVE 'S' TO PND-FUNCAO
           PERFORM CHAMA-PENDENTE.

       GRAVA-EMENDA.

           MOVE WS-NOVA-MEDIA-EDIT TO BOL-MEDIA
           MOVE WS-NOVO-STATUS     TO BOL-STATUS

               SET WS-REGISTO-EMENDADO TO TRUE
               PERFORM GRAVA-LOG-EMENDA
               PERFORM GRAVA-JORNAL
               IF WS-NUM-REVISAO > ZEROS
                   PERFORM MARCA-REVISAO-APLICADA
               END-IF
           ELSE
               DISPLAY "ERRO AO REGRAVAR O REGISTO - FILE STATUS "
                       WS-FS-BOLETIM
           END-IF.

       CHAMA-PENDENTE.

           MOVE 'N' TO WS-IND-PENDENTE
           CALL 'PROGPENDENTE' USING PENDENTE-PARAMETRES
               ON EXCEPTION
                   SET WS-PENDENTE-FALHOU TO TRUE
           END-CALL.

      * A escala vem da turma do registo; sem escala (ou sem a
      * sub-rotina) vale a de 1 a 10.
       APURA-ESCALA.

           MOVE BOL-TURMA TO ECN-TURMA
           MOVE SPACES TO ECN-NIVEL
           MOVE ZEROS TO ECN-VALOR
           MOVE 'N' TO WS-IND-ESCCON

           CALL 'PROGESCCON' USING ESCCON-PARAMETRES
               ON EXCEPTION
                   SET WS-ESCCON-FALHOU TO TRUE
           END-CALL

           IF WS-ESCCON-FALHOU
               MOVE SPACES TO ECN-ESCALA
               SET ESC-NUMERICA TO TRUE
               MOVE 1.00 TO ESC-MINIMO
               MOVE 10.00 TO ESC-MAXIMO
               MOVE "ESCALA DE 1 A 10" TO ESC-DESCRICAO
               MOVE ZEROS TO ESC-NUM-CODIGOS
           END-IF

           MOVE ESC-MINIMO TO WS-ESC-MINIMO-EDIT
           MOVE ESC-MAXIMO TO WS-ESC-MAXIMO-EDIT.

       LE-NOVA-MEDIA.

           MOVE 'N' TO WS-MEDIA-ACEITE

           IF ESC-QUALITATIVA
               DISPLAY "NOVO CODIGO (" ESC-DESCRICAO "): "
               ACCEPT WS-NOVA-SIGLA
               PERFORM PROCURA-SIGLA
                   VARYING WS-COD-IDX FROM 1 BY 1
                   UNTIL WS-COD-IDX > ESC-NUM-CODIGOS
                      OR WS-MEDIA-VALIDA
           ELSE
               DISPLAY "NOVA MEDIA (" WS-ESC-MINIMO-EDIT " A "
                       WS-ESC-MAXIMO-EDIT "): "
               ACCEPT WS-NOVA-MEDIA
               IF WS-NOVA-MEDIA >= ESC-MINIMO
                  AND WS-NOVA-MEDIA <= ESC-MAXIMO
                   SET WS-MEDIA-VALIDA TO TRUE
               END-IF
           END-IF

           IF NOT WS-MEDIA-VALIDA
               DISPLAY "MEDIA INVALIDA - TENTE NOVAMENTE."
               PERFORM LE-NOVA-MEDIA
           END-IF.

      * O codigo digitado grava-se pelo seu valor na escala.
       PROCURA-SIGLA.

           IF ESC-COD-SIGLA (WS-COD-IDX) = WS-NOVA-SIGLA
               SET WS-MEDIA-VALIDA TO TRUE
               MOVE ESC-COD-VALOR (WS-COD-IDX) TO WS-NOVA-MEDIA
           END-IF.

       LE-NOVO-STATUS.

           DISPLAY "NOVO STATUS (APROVADO / REPROVADO / "
           MOVE WS-NOVA-MEDIA-EDIT
                                TO WS-EM-DEPOIS-MEDIA
           MOVE WS-NOVO-STATUS  TO WS-EM-DEPOIS-STATUS
           MOVE WS-NUM-REVISAO  TO WS-EM-REVISAO

           MOVE WS-EMENDA-LINHA TO FD-EMENDA-REG
           WRITE FD-EMENDA-REG
