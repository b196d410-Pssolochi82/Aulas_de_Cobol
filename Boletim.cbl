      * 03/09/26 - A sessao toma o lock nomeado BOLETIM (PROGLOCK)
      *            e larga-o no fim - duas sessoes de escrita no
      *            mestre deixam de se atropelar.
      * 15/10/26 - O registo de NOTAS-LOTE.DAT ganha o nome do
      *            aluno no fim (FD-LOT-NOME, so informativo), como o
      *            gera o PROGFOLHAS nas folhas pre-preenchidas. Uma
      *            nota configurada que venha em branco ou nao
      *            numerica passa a ser recusada com motivo proprio
      *            em vez de cair na comparacao do intervalo.
      * 15/10/26 - O ano letivo e o periodo passam a vir do
      *            calendario escolar (CALESCOLAR.DAT, via
      *            PROGPERIODO) pela data do dia; CONTROLE.DAT so
      *            vale quando o calendario nao cobre o dia. Se o
      *            controlo disser outra coisa sai um aviso e vale o
      *            calendario.
      * 15/10/26 - Com um operador de perfil docente (D) na sessao, cada
      *            disciplina so e aceite se ATRIBUICOES.DAT lha
      *            atribuir nessa turma no ano letivo (sub-rotina
      *            PROGATRCON); no lote a linha pode trazer no fim o
      *            operador que a digitou (FD-LOT-OPERADOR, carimbado em
      *            BOL-OPERADOR) e a mesma regra vale para ele. As
      *            recusas ficam em AUDIT.DAT (tipo NEGADO) e, no lote,
      *            em NOTAS-REJ.DAT com o motivo. A secretaria e os
      *            supervisores mantem o acesso total.
      * 15/10/26 - A nota minima e o limite de faltas passam a ser os
      *            que estao em vigor hoje no historico dos parametros
      *            (PROGPARAM sobre PARAMHIST.DAT, alteracoes datadas do
      *            PROGCONTROLE); sem historico fica o valor de
      *            CONTROLE.DAT.
      * 15/10/26 - As notas validam-se e a aprovacao decide-se pela
      *            escala do nivel de ensino da turma (ESCALAS.DAT, via
      *            PROGESCCON, mantida pelo PROGESCALA): intervalo
      *            numerico (ex. 0 a 20) ou codigos qualitativos
      *            (I/S/B/MB), convertidos no seu valor. A media grava-
      *            se em numero e mostra-se com o nome do codigo. Nivel
      *            sem escala fica na de 1 a 10 com CTL-NOTA-MINIMA.
      * 15/10/26 - O lote sem operador na linha so tem acesso total
      *            quando corre no job (ESCOLA_JOB posta pelo PROGJOB).
      *            Pedido a mao, o lote comeca pela identificacao do
      *            operador (PROGSIGNON) e, sem ela, e recusado com
      *            RC-ERRO; as linhas em branco ficam com o operador da
      *            sessao. Com um docente na sessao todas as linhas
      *            passam pela verificacao das atribuicoes e as que
      *            trazem outro operador sao recusadas (OPERADOR
      *            DIFERENTE DA SESSAO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETIM.
           03 FD-LOT-ALUNO             PIC 9(06).
           03 FD-LOT-TURMA             PIC X(05).
           03 FD-LOT-MATERIA           PIC A(30).
           03 FD-LOT-NOTAS.
               05 FD-LOT-NOTA1         PIC 9(02)V99.
               05 FD-LOT-NOTA2         PIC 9(02)V99.
               05 FD-LOT-NOTA3         PIC 9(02)V99.
               05 FD-LOT-NOTA4         PIC 9(02)V99.
           03 FILLER REDEFINES FD-LOT-NOTAS.
               05 FD-LOT-NOTA-TX       PIC X(04) OCCURS 4 TIMES.
           03 FD-LOT-NOME              PIC X(30).
           03 FD-LOT-OPERADOR          PIC X(08).

       FD  REJEITADOS.
       01  FD-REJEITADO-REG            PIC X(96).

       01 WS-OPERADOR          PIC X(08) VALUE SPACES.

      * Docente (perfil D) so lanca notas nas turmas/disciplinas
      * que ATRIBUICOES.DAT lhe da no ano letivo (PROGATRCON).
       01 WS-IND-ATRCON        PIC X VALUE 'N'.
           88 WS-ATRCON-FALHOU            VALUE 'S'.
       01 WS-ATRIBUICAO-OK     PIC X VALUE 'S'.
           88 WS-NOTA-AUTORIZADA          VALUE 'S'.
       01 WS-MOTIVO-ATRIBUICAO PIC X(30) VALUE SPACES.

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

       01 WS-IND-AUDIT         PIC X VALUE 'N'.
           88 WS-AUDIT-FALHOU             VALUE 'S'.

       01 AUDIT-PARAMETRES.
           02 AUD-PROGRAMA             PIC X(14).
           02 AUD-TIPO                 PIC X(08).
           02 AUD-OPERADOR             PIC X(08).
           02 AUD-DETALHE              PIC X(60).
           02 AUD-RESULTADO            PIC X(01).
               88 AUD-OK                      VALUE 'S'.
               88 AUD-FALHOU                  VALUE 'N'.

       01 WS-IND-PARAM         PIC X VALUE 'N'.
           88 WS-PARAM-FALHOU             VALUE 'S'.

      * Valor de um parametro do controlo em vigor numa data
      * (PROGPARAM, historico PARAMHIST.DAT).
       01 PARAM-PARAMETRES.
           02 PRP-CAMPO                PIC X(10).
           02 PRP-DATA                 PIC 9(08).
           02 PRP-VALOR                PIC 9(04)V99.
           02 PRP-INICIO               PIC 9(08).
           02 PRP-RESULTADO            PIC X(01).
               88 PRP-ENCONTRADO              VALUE 'S'.
               88 PRP-NAO-ENCONTRADO          VALUE 'N'.
               88 PRP-SEM-FICHEIRO            VALUE 'F'.

       01 WS-IND-PERIODO       PIC X VALUE 'N'.
           88 WS-PERIODO-FALHOU           VALUE 'S'.

       01 PERIODO-PARAMETRES.
           02 CE-FUNCAO                PIC X(01).
               88 CE-POR-DATA                 VALUE 'D'.
               88 CE-POR-PERIODO              VALUE 'P'.
           02 CE-DATA                  PIC 9(08).
           02 CE-ANO-LETIVO            PIC 9(04).
           02 CE-PERIODO               PIC 9(01).
           02 CE-INICIO-ANO            PIC 9(08).
           02 CE-FIM-ANO               PIC 9(08).
           02 CE-INICIO-PERIODO        PIC 9(08).
           02 CE-FIM-PERIODO           PIC 9(08).
           02 CE-SITUACAO              PIC X(01).
               88 CE-EM-AULAS                 VALUE 'A'.
               88 CE-EM-INTERRUPCAO           VALUE 'I'.
               88 CE-FORA-DO-ANO              VALUE 'F'.
           02 CE-DESCRICAO             PIC X(30).
           02 CE-RESULTADO             PIC X(01).
               88 CE-OK                       VALUE 'S'.
               88 CE-SEM-CALENDARIO           VALUE 'N'.
               88 CE-SEM-FICHEIRO             VALUE 'F'.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.

           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
               88 SGN-DOCENTE                 VALUE 'D'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.
       01 WS-LOTE-FIM          PIC X VALUE 'N'.
           88 WS-LOTE-FIM-FICHEIRO        VALUE 'S'.

      * Lote corrido pelo job (PROGJOB poe ESCOLA_JOB) ou a pedido
      * numa sessao com operador identificado.
       01 WS-LOTE-JOB          PIC X(08) VALUE SPACES.
       01 WS-LOTE-SESSAO       PIC X(08) VALUE SPACES.
       01 WS-LOTE-PERFIL       PIC X VALUE SPACE.
           88 WS-LOTE-DOCENTE             VALUE 'D'.

       01 WS-MOTIVO-REJ        PIC X(30) VALUE SPACES.
       01 WS-REJ-LINHA.
           03 WS-RJ-ALUNO          PIC 9(06).
               88 DSC-NAO-ENCONTRADA          VALUE 'N'.
               88 DSC-SEM-FICHEIRO            VALUE 'F'.

      * Escala de classificacao do nivel de ensino da turma
      * (ESCALAS.DAT), via a sub-rotina PROGESCCON: intervalo ou
      * codigos permitidos e nota de aprovacao. Sem escala vale a
      * de 1 a 10 com a nota minima do controlo.
       01 WS-IND-ESCCON        PIC X VALUE 'N'.
           88 WS-ESCCON-FALHOU            VALUE 'S'.
       01 WS-NOTA-APROVACAO    PIC 99V99 VALUE ZEROS.
       01 WS-NOTA-SIGLA        PIC X(02) VALUE SPACES.
       01 WS-SIGLA-ACHADA      PIC X VALUE 'N'.
           88 WS-SIGLA-VALIDA             VALUE 'S'.
       01 WS-COD-IDX           PIC 9 VALUE ZEROS.
       01 WS-NOTA-CONVERTIDA   PIC 99V99 VALUE ZEROS.
       01 WS-ESC-MINIMO-EDIT   PIC Z9.99.
       01 WS-ESC-MAXIMO-EDIT   PIC Z9.99.

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

       01 WS-NOTAS-GRUPO.
           03 WS-NOTA1             PIC 99V99.
           03 WS-NOTA2             PIC 99V99.
       01 WS-SOMA-MEDIAS       PIC 999V99.
       01 WS-MEDIA-GERAL       PIC 99V99.
       01 WS-MEDIA-GERAL-EDIT  PIC Z9.99.
       01 WS-MEDIA-GERAL-TEXTO PIC X(15) VALUE SPACES.

       01 WS-MATERIA-TAB OCCURS 5 TIMES INDEXED BY WS-TAB-IDX.
           03 WS-TAB-MATERIA       PIC A(30).
           03 WS-TAB-MEDIA-EDIT    PIC Z9.99.
           03 WS-TAB-MEDIA-TEXTO   PIC X(15).
           03 WS-TAB-STATUS        PIC X(16).

       01 WS-REL-CONT          PIC 9(03) VALUE ZEROS.
       INICIO.

           PERFORM LE-CONTROLE
           PERFORM APURA-CALENDARIO

      * Um periodo declarado fechado (PROGFECHOPER) nao aceita mais
      * lancamentos - nem interativos nem de lote; correcoes so
           DISPLAY "*   BOLETIM - PROCESSAMENTO EM LOTE       *"
           DISPLAY "*******************************************"

           MOVE SPACES TO WS-LOTE-JOB WS-LOTE-SESSAO
           MOVE SPACE TO WS-LOTE-PERFIL
           DISPLAY "ESCOLA_JOB" UPON ENVIRONMENT-NAME
           ACCEPT WS-LOTE-JOB FROM ENVIRONMENT-VALUE

           IF WS-LOTE-JOB NOT = SPACES
               MOVE "LOTE" TO WS-OPERADOR
               PERFORM PROCESSA-FICHEIRO-LOTE
           ELSE
               PERFORM IDENTIFICA-OPERADOR
               IF WS-SIGNON-FALHOU OR SGN-FALHOU
                   CLOSE NOTAS-LOTE
                   DISPLAY "LOTE RECUSADO - OPERADOR NAO "
                           "IDENTIFICADO."
                   SET RC-ERRO TO TRUE
               ELSE
                   MOVE SGN-OPERADOR TO WS-LOTE-SESSAO
                   MOVE SGN-PERFIL   TO WS-LOTE-PERFIL
                   PERFORM PROCESSA-FICHEIRO-LOTE
               END-IF
           END-IF.

       PROCESSA-FICHEIRO-LOTE.

           PERFORM ABRE-ALUNOS
           PERFORM ABRE-FICHEIROS
           MOVE FD-LOT-NOTA3   TO WS-NOTA3
           MOVE FD-LOT-NOTA4   TO WS-NOTA4

      * A linha pode trazer o operador que a digitou; sem ele e o
      * lote da secretaria ("LOTE") no job, com acesso total, ou o
      * operador da sessao quando o lote e pedido a mao. Um docente
      * na sessao so lanca em seu nome.
           MOVE SPACES TO WS-MOTIVO-REJ
           MOVE "LOTE" TO WS-OPERADOR
           IF WS-LOTE-SESSAO NOT = SPACES
               MOVE WS-LOTE-SESSAO TO WS-OPERADOR
           END-IF
           IF FD-LOT-OPERADOR NOT = SPACES
               MOVE FD-LOT-OPERADOR TO WS-OPERADOR
               IF WS-LOTE-DOCENTE
                  AND FD-LOT-OPERADOR NOT = WS-LOTE-SESSAO
                   MOVE "OPERADOR DIFERENTE DA SESSAO"
                       TO WS-MOTIVO-REJ
               END-IF
           END-IF

           IF WS-MOTIVO-REJ = SPACES
               PERFORM LE-ALUNO-MESTRE
               IF NOT WS-ALUNO-EXISTE
                   MOVE "ALUNO INEXISTENTE OU INATIVO"
                       TO WS-MOTIVO-REJ
               END-IF
           END-IF

           IF WS-MOTIVO-REJ = SPACES
               PERFORM VALIDA-TURMA
               IF NOT WS-TURMA-VALIDA
                   MOVE "TURMA INEXISTENTE" TO WS-MOTIVO-REJ
               ELSE
                   PERFORM APURA-ESCALA
               END-IF
           END-IF

               END-IF
           END-IF

           IF WS-MOTIVO-REJ = SPACES
              AND (FD-LOT-OPERADOR NOT = SPACES OR WS-LOTE-DOCENTE)
               PERFORM VERIFICA-ATRIBUICAO
               IF NOT WS-NOTA-AUTORIZADA
                   MOVE WS-MOTIVO-ATRIBUICAO TO WS-MOTIVO-REJ
               END-IF
           END-IF

           IF WS-MOTIVO-REJ = SPACES
               PERFORM VALIDA-MATRICULA
               IF NOT WS-MATRICULA-VALIDA
           IF WS-NOTA-IDX > WS-CFG-NUM-NOTAS
               MOVE ZEROS TO WS-NOTA-TAB (WS-NOTA-IDX)
           ELSE
               IF ESC-QUALITATIVA
                   MOVE FD-LOT-NOTA-TX (WS-NOTA-IDX) (1: 2)
                        TO WS-NOTA-SIGLA
                   PERFORM CONVERTE-SIGLA
                   MOVE WS-NOTA-CONVERTIDA
                        TO WS-NOTA-TAB (WS-NOTA-IDX)
                   IF NOT WS-SIGLA-VALIDA
                       MOVE "CODIGO DE NOTA FORA DA ESCALA"
                            TO WS-MOTIVO-REJ
                   END-IF
               ELSE
                   IF FD-LOT-NOTA-TX (WS-NOTA-IDX) NOT NUMERIC
                       MOVE "NOTA EM FALTA OU NAO NUMERICA"
                            TO WS-MOTIVO-REJ
                   ELSE
                       IF WS-NOTA-TAB (WS-NOTA-IDX) < ESC-MINIMO
                          OR WS-NOTA-TAB (WS-NOTA-IDX) > ESC-MAXIMO
                           MOVE "NOTA FORA DA ESCALA DO NIVEL"
                                TO WS-MOTIVO-REJ
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-FALTAS > CTL-LIMITE-FALTAS
               MOVE "REPROVADO-FALTA" TO WS-STATUS
           ELSE
               IF WS-MEDIA >= WS-NOTA-APROVACAO
                   MOVE "APROVADO" TO WS-STATUS
               ELSE
                   MOVE "REPROVADO" TO WS-STATUS
               CLOSE CONTROLE
           END-IF

           PERFORM APLICA-PARAMETROS-EM-VIGOR

      * Sem ano letivo no controlo vale o ano da data do sistema,
      * recuando um ano antes de setembro (o ano letivo 2026/27
      * regista-se como 2026).
               END-STRING
           END-IF.

      * A nota minima e o limite de faltas sao os que estao em
      * vigor hoje no historico dos parametros (alteracoes datadas
      * do PROGCONTROLE).
       APLICA-PARAMETROS-EM-VIGOR.

           MOVE "NOTAMINIMA" TO PRP-CAMPO
           MOVE ZEROS TO PRP-DATA
           PERFORM CONSULTA-PARAMETRO
           IF PRP-ENCONTRADO
               MOVE PRP-VALOR TO CTL-NOTA-MINIMA
           END-IF

           MOVE "LIMFALTAS" TO PRP-CAMPO
           MOVE ZEROS TO PRP-DATA
           PERFORM CONSULTA-PARAMETRO
           IF PRP-ENCONTRADO
               MOVE PRP-VALOR TO CTL-LIMITE-FALTAS
           END-IF.

      * Sem PROGPARAM ou sem historico fica o valor de
      * CONTROLE.DAT.
       CONSULTA-PARAMETRO.

           SET PRP-NAO-ENCONTRADO TO TRUE
           MOVE 'N' TO WS-IND-PARAM
           CALL 'PROGPARAM' USING PARAM-PARAMETRES
               ON EXCEPTION
                   SET WS-PARAM-FALHOU TO TRUE
           END-CALL
           IF WS-PARAM-FALHOU
               SET PRP-NAO-ENCONTRADO TO TRUE
           END-IF.

      * O periodo e o ano letivo do dia saem do calendario escolar;
      * o carimbo das notas deixa de depender de alguem se lembrar
      * de mudar CONTROLE.DAT. Sem calendario para hoje fica o que
      * LE-CONTROLE apurou.
       APURA-CALENDARIO.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA TO CE-DATA
           SET CE-POR-DATA TO TRUE
           SET CE-SEM-FICHEIRO TO TRUE
           MOVE 'N' TO WS-IND-PERIODO

           CALL 'PROGPERIODO' USING PERIODO-PARAMETRES
               ON EXCEPTION
                   SET WS-PERIODO-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-PERIODO-FALHOU OR CE-SEM-FICHEIRO
                   CONTINUE
               WHEN CE-SEM-CALENDARIO
                   DISPLAY "AVISO: O CALENDARIO ESCOLAR NAO COBRE "
                           "HOJE - PERIODO " CTL-PERIODO-CORRENTE
                           " DO ANO " CTL-ANO-LETIVO
                           " DE CONTROLE.DAT."
               WHEN OTHER
                   IF CE-ANO-LETIVO NOT = CTL-ANO-LETIVO
                      OR CE-PERIODO NOT = CTL-PERIODO-CORRENTE
                       DISPLAY "AVISO: CONTROLE.DAT TEM O PERIODO "
                               CTL-PERIODO-CORRENTE " DO ANO "
                               CTL-ANO-LETIVO "; O CALENDARIO "
                               "ESCOLAR DIZ PERIODO " CE-PERIODO
                               " DO ANO " CE-ANO-LETIVO
                               " - VALE O CALENDARIO."
                   END-IF
                   MOVE CE-ANO-LETIVO TO CTL-ANO-LETIVO
                   MOVE CE-PERIODO    TO CTL-PERIODO-CORRENTE
           END-EVALUATE.

      * Sem PROGLOCK disponivel a sessao segue com aviso, como as
      * outras validacoes quando a referencia falta.
       TOMA-LOCK-MESTRE.
           DISPLAY "ALUNO " WS-ALUNO-NUM ": " WS-NOME-ALUNO

           PERFORM PEDE-TURMA
           PERFORM APURA-ESCALA

           PERFORM CONSULTA-HISTORICO

               WS-SOMA-MEDIAS / WS-NUM-MATERIAS

           MOVE WS-MEDIA-GERAL TO WS-MEDIA-GERAL-EDIT
           MOVE WS-MEDIA-GERAL TO ECN-VALOR
           PERFORM TEXTO-NA-ESCALA
           MOVE ECN-TEXTO TO WS-MEDIA-GERAL-TEXTO

           DISPLAY " "
           DISPLAY "*** BOLETIM FINAL DO ALUNO ***"
           DISPLAY "Numero do Aluno : " WS-ALUNO-NUM
           DISPLAY "Nome do Aluno : " WS-NOME-ALUNO
           DISPLAY "Escala        : " ESC-DESCRICAO
           PERFORM DISPLAY-MATERIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-MATERIAS
           DISPLAY "Media Geral   : " WS-MEDIA-GERAL-EDIT " "
                   WS-MEDIA-GERAL-TEXTO
           DISPLAY "*******************************************"

           ADD 1 TO WS-CKP-TOTAL
               PERFORM LE-TURMA
           END-IF.

      * A escala do nivel de ensino da turma, via PROGESCCON. Sem
      * escala para o nivel (ou sem a sub-rotina) vale a escala de
      * 1 a 10; a nota de aprovacao e a da escala, ou a nota minima
      * do controlo quando a escala nao a traz.
       APURA-ESCALA.

           MOVE WS-TURMA TO ECN-TURMA
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
               MOVE ZEROS TO ESC-APROVACAO
               MOVE "ESCALA DE 1 A 10" TO ESC-DESCRICAO
               MOVE ZEROS TO ESC-NUM-CODIGOS
           END-IF

           IF ESC-APROVACAO > ZERO
               MOVE ESC-APROVACAO TO WS-NOTA-APROVACAO
           ELSE
               MOVE CTL-NOTA-MINIMA TO WS-NOTA-APROVACAO
           END-IF

           MOVE ESC-MINIMO TO WS-ESC-MINIMO-EDIT
           MOVE ESC-MAXIMO TO WS-ESC-MAXIMO-EDIT.

      * Numa escala qualitativa a media imprime-se com o nome do
      * codigo mais proximo; numa numerica fica so o numero.
       TEXTO-NA-ESCALA.

           MOVE SPACES TO ECN-TEXTO

           IF ESC-QUALITATIVA AND NOT WS-ESCCON-FALHOU
               CALL 'PROGESCCON' USING ESCCON-PARAMETRES
                   ON EXCEPTION
                       MOVE SPACES TO ECN-TEXTO
               END-CALL
           END-IF.

      * Codigo digitado numa escala qualitativa: devolve o seu valor
      * em WS-NOTA-CONVERTIDA (zeros se o codigo nao existe).
       CONVERTE-SIGLA.

           MOVE 'N' TO WS-SIGLA-ACHADA
           MOVE ZEROS TO WS-NOTA-CONVERTIDA

           PERFORM PROCURA-SIGLA
               VARYING WS-COD-IDX FROM 1 BY 1
               UNTIL WS-COD-IDX > ESC-NUM-CODIGOS
                  OR WS-SIGLA-VALIDA.

       PROCURA-SIGLA.

           IF ESC-COD-SIGLA (WS-COD-IDX) = WS-NOTA-SIGLA
               SET WS-SIGLA-VALIDA TO TRUE
               MOVE ESC-COD-VALOR (WS-COD-IDX) TO WS-NOTA-CONVERTIDA
           END-IF.

      * A disciplina digitada e o codigo do mestre DISCIPLINAS.DAT,
      * validado pela sub-rotina PROGDISCON; sem mestre (ou sem a
      * sub-rotina) o codigo e aceite com aviso, como as outras
               DISPLAY "* (PROGDISCIPLINA) - TENTE NOVAMENTE      *"
               DISPLAY "*******************************************"
               PERFORM PROCESSA-MATERIA
           ELSE
               PERFORM PROCESSA-MATERIA-DOCENTE
           END-IF.

      * Com um docente na sessao a disciplina tem de ser uma das
      * suas atribuicoes nesta turma; a secretaria passa direto.
       PROCESSA-MATERIA-DOCENTE.

           MOVE 'S' TO WS-ATRIBUICAO-OK
           IF SGN-DOCENTE
               PERFORM VERIFICA-ATRIBUICAO
           END-IF

           IF NOT WS-NOTA-AUTORIZADA
               DISPLAY " "
               DISPLAY "*******************************************"
               DISPLAY "* " WS-MOTIVO-ATRIBUICAO
               DISPLAY "* TURMA " WS-TURMA " / " WS-MATERIA
               DISPLAY "* NOTA RECUSADA - TENTE NOVAMENTE         *"
               DISPLAY "*******************************************"
               PERFORM PROCESSA-MATERIA
           ELSE
               PERFORM PROCESSA-MATERIA-MATRICULA
           END-IF.

      * Consulta as atribuicoes do operador (PROGATRCON) para a
      * turma e disciplina correntes no ano letivo; a recusa fica
      * em AUDIT.DAT. Sem a sub-rotina o docente nao lanca.
       VERIFICA-ATRIBUICAO.

           MOVE WS-OPERADOR    TO ATC-OPERADOR
           MOVE WS-TURMA       TO ATC-TURMA
           MOVE WS-MATERIA     TO ATC-MATERIA
           MOVE CTL-ANO-LETIVO TO ATC-ANO-LETIVO
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
                   MOVE SPACES TO WS-MOTIVO-ATRIBUICAO
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
               PERFORM REGISTA-RECUSA-ATRIBUICAO
           END-IF.

       REGISTA-RECUSA-ATRIBUICAO.

           MOVE "BOLETIM"       TO AUD-PROGRAMA
           MOVE "NEGADO"        TO AUD-TIPO
           MOVE WS-OPERADOR     TO AUD-OPERADOR
           MOVE SPACES          TO AUD-DETALHE
           STRING "NOTA " WS-TURMA " " WS-MATERIA (1: 8)
                  " AL " WS-ALUNO-NUM " " WS-MOTIVO-ATRIBUICAO
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

       PROCESSA-MATERIA-MATRICULA.

           PERFORM VALIDA-MATRICULA

           MOVE WS-NOTA-EXAME TO WS-MEDIA

           IF WS-MEDIA >= WS-NOTA-APROVACAO
               MOVE "APROVADO" TO WS-STATUS
           ELSE
               MOVE "REPROVADO" TO WS-STATUS
           MOVE WS-MATERIA      TO WS-TAB-MATERIA (WS-IDX)
           MOVE WS-MEDIA-EDIT   TO WS-TAB-MEDIA-EDIT (WS-IDX)
           MOVE WS-STATUS       TO WS-TAB-STATUS (WS-IDX)
           MOVE WS-MEDIA        TO ECN-VALOR
           PERFORM TEXTO-NA-ESCALA
           MOVE ECN-TEXTO       TO WS-TAB-MEDIA-TEXTO (WS-IDX)

           SET WS-TIPO-RECUPERACAO TO TRUE
           PERFORM GRAVA-BOLETIM

       LER-NOTA-EXAME.

           IF ESC-QUALITATIVA
               DISPLAY "CODIGO DO EXAME DE RECUPERACAO ("
                       ESC-DESCRICAO "): "
               ACCEPT WS-NOTA-SIGLA
               PERFORM CONVERTE-SIGLA
               MOVE WS-NOTA-CONVERTIDA TO WS-NOTA-EXAME
           ELSE
               DISPLAY "NOTA DO EXAME DE RECUPERACAO ("
                       WS-ESC-MINIMO-EDIT " A " WS-ESC-MAXIMO-EDIT
                       "): "
               ACCEPT WS-NOTA-EXAME
               MOVE 'S' TO WS-SIGLA-ACHADA
               IF WS-NOTA-EXAME < ESC-MINIMO
                  OR WS-NOTA-EXAME > ESC-MAXIMO
                   MOVE 'N' TO WS-SIGLA-ACHADA
               END-IF
           END-IF

           IF NOT WS-SIGLA-VALIDA
               DISPLAY "NOTA INVALIDA - TENTE NOVAMENTE."
               PERFORM LER-NOTA-EXAME
           END-IF.
           IF WS-FALTAS > CTL-LIMITE-FALTAS
               MOVE "REPROVADO-FALTA" TO WS-STATUS
           ELSE
               IF WS-MEDIA >= WS-NOTA-APROVACAO
                   MOVE "APROVADO" TO WS-STATUS
               ELSE
                   MOVE "REPROVADO" TO WS-STATUS
           MOVE WS-MATERIA      TO WS-TAB-MATERIA (WS-IDX)
           MOVE WS-MEDIA-EDIT   TO WS-TAB-MEDIA-EDIT (WS-IDX)
           MOVE WS-STATUS       TO WS-TAB-STATUS (WS-IDX)
           MOVE WS-MEDIA        TO ECN-VALOR
           PERFORM TEXTO-NA-ESCALA
           MOVE ECN-TEXTO       TO WS-TAB-MEDIA-TEXTO (WS-IDX)

           PERFORM GRAVA-BOLETIM.

       DISPLAY-MATERIA.

           DISPLAY "  Materia     : " WS-TAB-MATERIA (WS-IDX)
           DISPLAY "  Media       : " WS-TAB-MEDIA-EDIT (WS-IDX) " "
                   WS-TAB-MEDIA-TEXTO (WS-IDX)
           DISPLAY "  Status      : " WS-TAB-STATUS (WS-IDX).

       GRAVA-BOLETIM.

       LER-UMA-NOTA.

           IF ESC-QUALITATIVA
               DISPLAY "DIGITE O CODIGO DA NOTA " WS-NOTA-IDX " ("
                       ESC-DESCRICAO "): "
               ACCEPT WS-NOTA-SIGLA
               PERFORM CONVERTE-SIGLA
               MOVE WS-NOTA-CONVERTIDA TO WS-NOTA-TAB (WS-NOTA-IDX)
           ELSE
               DISPLAY "DIGITE A NOTA " WS-NOTA-IDX " ("
                       WS-ESC-MINIMO-EDIT " A " WS-ESC-MAXIMO-EDIT
                       "): "
               ACCEPT WS-NOTA-TAB (WS-NOTA-IDX)
               MOVE 'S' TO WS-SIGLA-ACHADA
               IF WS-NOTA-TAB (WS-NOTA-IDX) < ESC-MINIMO
                  OR WS-NOTA-TAB (WS-NOTA-IDX) > ESC-MAXIMO
                   MOVE 'N' TO WS-SIGLA-ACHADA
               END-IF
           END-IF

           IF NOT WS-SIGLA-VALIDA
               DISPLAY " "
               DISPLAY "*******************************************"
               DISPLAY "* NOTA INVALIDA - TENTE NOVAMENTE         *"
