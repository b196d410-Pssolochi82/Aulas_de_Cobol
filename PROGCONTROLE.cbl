      *            campo, o valor antigo e o novo, com o operador.
      *            O registo so e regravado na saida, depois de
      *            confirmado.
      * 15/10/26 - Novo campo 15, o prazo em dias uteis para decidir
      *            um pedido de revisao de nota (CTL-PRAZO-REVISAO,
      *            1 a 30; por omissao 10).
      * 15/10/26 - A nota minima (1), o limite de faltas (3) e a taxa de
      *            juro (8) passam a ser alteracoes datadas: pede-se a
      *            data a partir da qual o valor vale (ENTER = hoje) e
      *            cada alteracao fica em PARAMHIST.DAT (PRMREG.cpy) com
      *            o valor anterior, o operador e a hora, gravada so com
      *            a confirmacao da saida; a primeira de cada parametro
      *            grava antes o valor inicial. O registo guarda o valor
      *            em vigor hoje - uma alteracao com data futura fica
      *            programada e e aplicada ao abrir a manutencao quando
      *            a data chega. Novo campo 16, o relatorio
      *            PARAMHIST.LIS do historico, enviado ao spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONTROLE.
           SELECT CONTROLE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT PARAMHIST ASSIGN TO "PARAMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMHIST.
           SELECT LISTAGEM ASSIGN TO "PARAMHIST.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  PARAMHIST.
       COPY "PRMREG.cpy" REPLACING NIVEL-PRM BY 01
                                   CAMPO-PRM-REG BY FD-PARAMHIST-REG.

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-PARAMHIST          PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-OPCAO                 PIC 9(02) VALUE 99.
       01 WS-HOUVE-ALTERACOES      PIC X VALUE 'N'.
       01 WS-TAXA-NOVA             PIC 9(02)V99 VALUE ZEROS.
       01 WS-NOTA-EDIT             PIC 9.99.
       01 WS-TAXA-EDIT             PIC Z9.99.
       01 WS-LIMITE-EDIT           PIC 9(02).

       01 WS-DATA-TRABALHO         PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WS-DATA-TRABALHO.
           03 FILLER                   PIC X(01).
           03 WS-DT-ANO                PIC X(04).

      * Alteracoes datadas da nota minima, do limite de faltas e da
      * taxa de juro: cada uma fica em PARAMHIST.DAT com a data a
      * partir da qual vale. Ficam pendentes na tabela ate a
      * gravacao confirmada na saida, como o proprio registo.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-EFEITO           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-EFEITO.
           03 WS-DEF-ANO               PIC 9(04).
           03 WS-DEF-MES               PIC 9(02).
           03 WS-DEF-DIA               PIC 9(02).
       01 WS-DATA-CONV             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-CONV.
           03 WS-DCV-ANO               PIC 9(04).
           03 WS-DCV-MES               PIC 9(02).
           03 WS-DCV-DIA               PIC 9(02).
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.

       01 WS-VALOR-NOVO            PIC 9(04)V99 VALUE ZEROS.
       01 WS-VALOR-CONTROLE        PIC 9(04)V99 VALUE ZEROS.
       01 WS-VALOR-ANTERIOR        PIC 9(04)V99 VALUE ZEROS.

      * Valor em vigor numa data: PARAMHIST.DAT (PROGPARAM) e as
      * alteracoes ainda pendentes desta sessao.
       01 WS-PV-CAMPO              PIC X(10) VALUE SPACES.
       01 WS-PV-DATA               PIC 9(08) VALUE ZEROS.
       01 WS-PV-VALOR              PIC 9(04)V99 VALUE ZEROS.
       01 WS-PV-INICIO             PIC 9(08) VALUE ZEROS.
       01 WS-PV-ENCONTROU          PIC X VALUE 'N'.
           88 WS-PV-ACHADO                VALUE 'S'.

       01 WS-PEND-MAX              PIC 9(02) VALUE 30.
       01 WS-PEND-CONT             PIC 9(02) VALUE ZEROS.
       01 WS-PEND-IDX              PIC 9(02) VALUE ZEROS.
       01 WS-PENDENTES.
           03 WS-PEND OCCURS 30 TIMES.
               05 WS-PD-CAMPO          PIC X(10).
               05 WS-PD-INICIO         PIC 9(08).
               05 WS-PD-VALOR          PIC 9(04)V99.
               05 WS-PD-ANTERIOR       PIC 9(04)V99.
               05 WS-PD-HORA           PIC 9(06).

      * Relatorio do historico (PARAMHIST.LIS).
       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-LIN-HISTORICO.
           03 LH-CAMPO                 PIC X(10).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LH-INICIO                PIC X(10).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LH-VALOR                 PIC ZZZ9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 LH-ANTERIOR              PIC ZZZ9.99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LH-OPERADOR              PIC X(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LH-REGISTO               PIC X(10).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LH-HORA                  PIC X(05).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LH-MARCA                 PIC X(10).

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-AUDIT             PIC X VALUE 'N'.
           88 WS-AUDIT-FALHOU             VALUE 'S'.
       01 WS-IND-PARAM             PIC X VALUE 'N'.
           88 WS-PARAM-FALHOU             VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.

       01 VALDATA-PARAMETRES.
           02 VD-DIA                   PIC 99.
               88 AUD-OK                      VALUE 'S'.
               88 AUD-FALHOU                  VALUE 'N'.

       01 PARAM-PARAMETRES.
           02 PRP-CAMPO                PIC X(10).
           02 PRP-DATA                 PIC 9(08).
           02 PRP-VALOR                PIC 9(04)V99.
           02 PRP-INICIO               PIC 9(08).
           02 PRP-RESULTADO            PIC X(01).
               88 PRP-ENCONTRADO              VALUE 'S'.
               88 PRP-NAO-ENCONTRADO          VALUE 'N'.
               88 PRP-SEM-FICHEIRO            VALUE 'F'.

       01 SPOOL-PARAMETRES.
           02 SPL-RELATORIO            PIC X(12).
           02 SPL-FICHEIRO             PIC X(20).
           02 SPL-OPERADOR             PIC X(08).
           02 SPL-MEMBRO               PIC 9(06).
           02 SPL-RESULTADO            PIC X(01).
               88 SPL-OK                      VALUE 'S'.
               88 SPL-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                   DISPLAY "A MANUTENCAO DO CONTROLO EXIGE PERFIL "
                           "DE SUPERVISOR - SESSAO ENCERRADA."
               WHEN OTHER
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                   PERFORM LE-CONTROLE
                   PERFORM APLICA-VALORES-EM-VIGOR
                   PERFORM PROCESSA-OPCAO
                       UNTIL WS-OPCAO = ZERO
                   PERFORM TERMINA-SESSAO
           MOVE ZEROS TO CTL-ANO-LETIVO
           MOVE ZEROS TO CTL-PROX-CERTIFICADO
           MOVE ZEROS TO CTL-PROX-NOTACRED
           MOVE 10   TO CTL-PRAZO-REVISAO

           OPEN INPUT CONTROLE
           IF WS-FS-CONTROLE = "00"
                   CTL-PROX-CERTIFICADO
           DISPLAY " 14 PROXIMA NOTA DE CREDITO  : "
                   CTL-PROX-NOTACRED
           DISPLAY " 15 PRAZO REVISAO (D. UTEIS) : "
                   CTL-PRAZO-REVISAO
           DISPLAY " 16 HISTORICO DOS PARAMETROS (RELATORIO)"
           DISPLAY "  0 SAIR (GRAVA AS ALTERACOES)"
           DISPLAY "CAMPO A ALTERAR: "
           ACCEPT WS-OPCAO
                       MOVE WS-NUM-NOVO TO CTL-PROX-NOTACRED
                       PERFORM REGISTA-ALTERACAO-NUM
                   END-IF
               WHEN 15
                   PERFORM ALTERA-PRAZO-REVISAO
               WHEN 16
                   PERFORM RELATORIO-HISTORICO
               WHEN 0
                   CONTINUE
               WHEN OTHER
           END-EVALUATE.

      * As regras sao as do PROGVALCTL: nota plausivel entre 1,00
      * e 9,99. A alteracao e datada (PARAMHIST.DAT); o registo so
      * muda se o valor novo ja estiver em vigor hoje.
       ALTERA-NOTA-MINIMA.

           MOVE "NOTA MINIMA" TO WS-NOME-CAMPO

           DISPLAY "NOVA NOTA MINIMA (1.00 A 9.99): "
           ACCEPT WS-NOTA-NOVA
               DISPLAY "VALOR FORA DO INTERVALO - MANTIDO O "
                       "ANTERIOR."
           ELSE
               PERFORM PEDE-DATA-EFEITO
               IF WS-VALOR-ACEITE
                   MOVE "NOTAMINIMA" TO WS-PV-CAMPO
                   MOVE WS-NOTA-NOVA TO WS-VALOR-NOVO
                   MOVE CTL-NOTA-MINIMA TO WS-VALOR-CONTROLE
                   PERFORM REGISTA-PARAMETRO-DATADO
               END-IF
               IF WS-VALOR-ACEITE
                   IF WS-PV-ACHADO
                       MOVE WS-PV-VALOR TO CTL-NOTA-MINIMA
                   END-IF
                   MOVE WS-VALOR-ANTERIOR TO WS-NOTA-EDIT
                   MOVE WS-NOTA-EDIT TO WS-VALOR-ANTIGO
                   MOVE WS-NOTA-NOVA TO WS-NOTA-EDIT
                   MOVE WS-NOTA-EDIT TO WS-CAMPO-NOVO
                   PERFORM REGISTA-ALTERACAO-DATADA
               END-IF
           END-IF.

       ALTERA-LIMITE-FALTAS.

           MOVE "LIMITE FALTAS" TO WS-NOME-CAMPO

           DISPLAY "NOVO LIMITE DE FALTAS (1 A 99): "
           ACCEPT WS-NUM-NOVO
               DISPLAY "O LIMITE TEM DE SER 1 A 99 - MANTIDO O "
                       "ANTERIOR."
           ELSE
               PERFORM PEDE-DATA-EFEITO
               IF WS-VALOR-ACEITE
                   MOVE "LIMFALTAS" TO WS-PV-CAMPO
                   MOVE WS-NUM-NOVO TO WS-VALOR-NOVO
                   MOVE CTL-LIMITE-FALTAS TO WS-VALOR-CONTROLE
                   PERFORM REGISTA-PARAMETRO-DATADO
               END-IF
               IF WS-VALOR-ACEITE
                   IF WS-PV-ACHADO
                       MOVE WS-PV-VALOR TO CTL-LIMITE-FALTAS
                   END-IF
                   MOVE WS-VALOR-ANTERIOR TO WS-LIMITE-EDIT
                   MOVE WS-LIMITE-EDIT TO WS-VALOR-ANTIGO
                   MOVE WS-NUM-NOVO TO WS-LIMITE-EDIT
                   MOVE WS-LIMITE-EDIT TO WS-CAMPO-NOVO
                   PERFORM REGISTA-ALTERACAO-DATADA
               END-IF
           END-IF.

       ALTERA-PERIODO.
       ALTERA-TAXA-JURO.

           MOVE "TAXA JURO" TO WS-NOME-CAMPO

           DISPLAY "NOVA TAXA DE JURO MENSAL (EX. 1.50): "
           ACCEPT WS-TAXA-NOVA
               DISPLAY "TAXA A ZERO NAO E ACEITE - MANTIDA A "
                       "ANTERIOR."
           ELSE
               PERFORM PEDE-DATA-EFEITO
               IF WS-VALOR-ACEITE
                   MOVE "TAXAJURO" TO WS-PV-CAMPO
                   MOVE WS-TAXA-NOVA TO WS-VALOR-NOVO
                   MOVE CTL-TAXA-JURO-MENSAL TO WS-VALOR-CONTROLE
                   PERFORM REGISTA-PARAMETRO-DATADO
               END-IF
               IF WS-VALOR-ACEITE
                   IF WS-PV-ACHADO
                       MOVE WS-PV-VALOR TO CTL-TAXA-JURO-MENSAL
                   END-IF
                   MOVE WS-VALOR-ANTERIOR TO WS-TAXA-EDIT
                   MOVE WS-TAXA-EDIT TO WS-VALOR-ANTIGO
                   MOVE WS-TAXA-NOVA TO WS-TAXA-EDIT
                   MOVE WS-TAXA-EDIT TO WS-CAMPO-NOVO
                   PERFORM REGISTA-ALTERACAO-DATADA
               END-IF
           END-IF.

       ALTERA-RETENCAO.
               PERFORM REGISTA-ALTERACAO
           END-IF.

      * O prazo legal de decisao de uma revisao de nota conta-se
      * em dias uteis (PROGDIAUTIL) a partir da data do pedido.
       ALTERA-PRAZO-REVISAO.

           MOVE "PRAZO REVISAO" TO WS-NOME-CAMPO
           MOVE CTL-PRAZO-REVISAO TO WS-VALOR-ANTIGO

           DISPLAY "NOVO PRAZO DE DECISAO DA REVISAO EM DIAS "
                   "UTEIS (1 A 30): "
           ACCEPT WS-NUM-NOVO

           IF WS-NUM-NOVO = ZEROS OR WS-NUM-NOVO > 30
               DISPLAY "VALOR INVALIDO - MANTIDO O ANTERIOR."
           ELSE
               MOVE WS-NUM-NOVO TO CTL-PRAZO-REVISAO
               MOVE CTL-PRAZO-REVISAO TO WS-CAMPO-NOVO
               PERFORM REGISTA-ALTERACAO
           END-IF.

       ALTERA-DELIMITADOR.

           MOVE "DELIMITADOR" TO WS-NOME-CAMPO
           DISPLAY "NOVA DATA (DD/MM/AAAA): "
           ACCEPT WS-DATA-TRABALHO

           PERFORM VALIDA-DATA-TRABALHO

           IF NOT WS-VALOR-ACEITE
               DISPLAY "DATA INVALIDA - MANTIDA A ANTERIOR."
           END-IF.

       VALIDA-DATA-TRABALHO.

           IF WS-DT-DIA NUMERIC AND WS-DT-MES NUMERIC
              AND WS-DT-ANO NUMERIC
               MOVE WS-DT-DIA TO VD-DIA
               IF NOT WS-CHAMADA-FALHOU AND VD-VALIDA
                   SET WS-VALOR-ACEITE TO TRUE
               END-IF
           END-IF.

      * Data a partir da qual o valor novo vale - hoje por omissao;
      * uma data passada corrige o historico, uma futura deixa a
      * alteracao programada.
       PEDE-DATA-EFEITO.

           MOVE 'N' TO WS-VALIDO
           MOVE SPACES TO WS-DATA-TRABALHO

           DISPLAY "EM VIGOR A PARTIR DE (DD/MM/AAAA, ENTER = "
                   "HOJE): "
           ACCEPT WS-DATA-TRABALHO

           IF WS-DATA-TRABALHO = SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-EFEITO
               SET WS-VALOR-ACEITE TO TRUE
           ELSE
               PERFORM VALIDA-DATA-TRABALHO
               IF WS-VALOR-ACEITE
                   MOVE WS-DT-ANO TO WS-DEF-ANO
                   MOVE WS-DT-MES TO WS-DEF-MES
                   MOVE WS-DT-DIA TO WS-DEF-DIA
               ELSE
                   DISPLAY "DATA INVALIDA - MANTIDO O VALOR "
                           "ANTERIOR."
               END-IF
           END-IF.

      ******************************************************************
      * ALTERACOES DATADAS (PARAMHIST.DAT)
      ******************************************************************
      * Poe na tabela de pendentes a alteracao de WS-PV-CAMPO para
      * WS-VALOR-NOVO a partir de WS-DATA-EFEITO. A primeira
      * alteracao de um parametro leva antes a entrada inicial
      * (inicio zero) com o valor que estava no registo, para que
      * as datas anteriores continuem a dar o valor antigo. Devolve
      * em WS-VALOR-ANTERIOR o valor que vigorava na data de efeito
      * e em WS-PV-VALOR o valor em vigor hoje.
       REGISTA-PARAMETRO-DATADO.

           IF WS-PEND-CONT + 2 > WS-PEND-MAX
               DISPLAY "DEMASIADAS ALTERACOES DATADAS NESTA SESSAO - "
                       "SAIA E GRAVE ANTES DE CONTINUAR."
               MOVE 'N' TO WS-VALIDO
           ELSE
               MOVE 99999999 TO WS-PV-DATA
               PERFORM VALOR-EM-VIGOR
               IF NOT WS-PV-ACHADO
                   ADD 1 TO WS-PEND-CONT
                   MOVE WS-PV-CAMPO TO WS-PD-CAMPO (WS-PEND-CONT)
                   MOVE ZEROS TO WS-PD-INICIO (WS-PEND-CONT)
                   MOVE WS-VALOR-CONTROLE
                        TO WS-PD-VALOR (WS-PEND-CONT)
                   MOVE ZEROS TO WS-PD-ANTERIOR (WS-PEND-CONT)
                   ACCEPT WS-HORA-AGORA FROM TIME
                   MOVE WS-HORA-AGORA (1: 6)
                        TO WS-PD-HORA (WS-PEND-CONT)
               END-IF

               MOVE WS-DATA-EFEITO TO WS-PV-DATA
               PERFORM VALOR-EM-VIGOR
               MOVE WS-PV-VALOR TO WS-VALOR-ANTERIOR

               ADD 1 TO WS-PEND-CONT
               MOVE WS-PV-CAMPO TO WS-PD-CAMPO (WS-PEND-CONT)
               MOVE WS-DATA-EFEITO TO WS-PD-INICIO (WS-PEND-CONT)
               MOVE WS-VALOR-NOVO TO WS-PD-VALOR (WS-PEND-CONT)
               MOVE WS-VALOR-ANTERIOR
                    TO WS-PD-ANTERIOR (WS-PEND-CONT)
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-HORA-AGORA (1: 6) TO WS-PD-HORA (WS-PEND-CONT)

               MOVE WS-DATA-HOJE TO WS-PV-DATA
               PERFORM VALOR-EM-VIGOR

               IF WS-DATA-EFEITO > WS-DATA-HOJE
                   MOVE WS-DATA-EFEITO TO WS-DATA-CONV
                   PERFORM EDITA-DATA-CONV
                   DISPLAY "ALTERACAO PROGRAMADA - ENTRA EM VIGOR A "
                           WS-DATA-EDIT "; ATE LA MANTEM-SE O VALOR "
                           "ATUAL."
               END-IF
           END-IF.

      * Valor de WS-PV-CAMPO em vigor em WS-PV-DATA: o de
      * PARAMHIST.DAT e, por cima, o das alteracoes pendentes (as
      * mais recentes, que ganham no empate de datas).
       VALOR-EM-VIGOR.

           MOVE 'N' TO WS-PV-ENCONTROU
           MOVE ZEROS TO WS-PV-VALOR WS-PV-INICIO

           MOVE WS-PV-CAMPO TO PRP-CAMPO
           MOVE WS-PV-DATA TO PRP-DATA
           MOVE 'N' TO WS-IND-PARAM
           CALL 'PROGPARAM' USING PARAM-PARAMETRES
               ON EXCEPTION
                   SET WS-PARAM-FALHOU TO TRUE
           END-CALL

           IF NOT WS-PARAM-FALHOU AND PRP-ENCONTRADO
               SET WS-PV-ACHADO TO TRUE
               MOVE PRP-VALOR TO WS-PV-VALOR
               MOVE PRP-INICIO TO WS-PV-INICIO
           END-IF

           PERFORM VERIFICA-PENDENTE
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-CONT.

       VERIFICA-PENDENTE.

           IF WS-PD-CAMPO (WS-PEND-IDX) = WS-PV-CAMPO
              AND WS-PD-INICIO (WS-PEND-IDX) <= WS-PV-DATA
              AND (NOT WS-PV-ACHADO
                   OR WS-PD-INICIO (WS-PEND-IDX) >= WS-PV-INICIO)
               SET WS-PV-ACHADO TO TRUE
               MOVE WS-PD-VALOR (WS-PEND-IDX) TO WS-PV-VALOR
               MOVE WS-PD-INICIO (WS-PEND-IDX) TO WS-PV-INICIO
           END-IF.

      * Alteracoes programadas cuja data ja chegou passam para o
      * registo ao abrir a manutencao (gravado na saida).
       APLICA-VALORES-EM-VIGOR.

           MOVE WS-DATA-HOJE TO WS-PV-DATA

           MOVE "NOTAMINIMA" TO WS-PV-CAMPO
           PERFORM VALOR-EM-VIGOR
           IF WS-PV-ACHADO AND WS-PV-VALOR NOT = CTL-NOTA-MINIMA
               MOVE WS-PV-VALOR TO CTL-NOTA-MINIMA
               MOVE "NOTA MINIMA" TO WS-NOME-CAMPO
               PERFORM AVISA-VALOR-EM-VIGOR
           END-IF

           MOVE "LIMFALTAS" TO WS-PV-CAMPO
           PERFORM VALOR-EM-VIGOR
           IF WS-PV-ACHADO AND WS-PV-VALOR NOT = CTL-LIMITE-FALTAS
               MOVE WS-PV-VALOR TO CTL-LIMITE-FALTAS
               MOVE "LIMITE FALTAS" TO WS-NOME-CAMPO
               PERFORM AVISA-VALOR-EM-VIGOR
           END-IF

           MOVE "TAXAJURO" TO WS-PV-CAMPO
           PERFORM VALOR-EM-VIGOR
           IF WS-PV-ACHADO
              AND WS-PV-VALOR NOT = CTL-TAXA-JURO-MENSAL
               MOVE WS-PV-VALOR TO CTL-TAXA-JURO-MENSAL
               MOVE "TAXA JURO" TO WS-NOME-CAMPO
               PERFORM AVISA-VALOR-EM-VIGOR
           END-IF.

       AVISA-VALOR-EM-VIGOR.

           SET WS-REGISTO-ALTERADO TO TRUE
           MOVE WS-PV-INICIO TO WS-DATA-CONV
           PERFORM EDITA-DATA-CONV
           DISPLAY "AVISO: " WS-NOME-CAMPO " EM VIGOR DESDE "
                   WS-DATA-EDIT " - REGISTO ATUALIZADO (GRAVADO "
                   "NA SAIDA).".

       EDITA-DATA-CONV.

           IF WS-DATA-CONV = ZEROS
               MOVE "INICIAL" TO WS-DATA-EDIT
           ELSE
               MOVE SPACES TO WS-DATA-EDIT
               STRING WS-DCV-DIA "/" WS-DCV-MES "/" WS-DCV-ANO
                   DELIMITED BY SIZE INTO WS-DATA-EDIT
               END-STRING
           END-IF.

       REGISTA-ALTERACAO-DATA.

           SET WS-REGISTO-ALTERADO TO TRUE

           MOVE SPACES          TO AUD-DETALHE
           STRING WS-NOME-CAMPO " DE " WS-VALOR-ANTIGO
                  " PARA " WS-CAMPO-NOVO
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING
           PERFORM GRAVA-AUDITORIA.

      * Nas alteracoes datadas o detalhe leva tambem a data de
      * efeito; o antes e o valor que vigorava nessa data.
       REGISTA-ALTERACAO-DATADA.

           SET WS-REGISTO-ALTERADO TO TRUE

           MOVE WS-DATA-EFEITO TO WS-DATA-CONV
           PERFORM EDITA-DATA-CONV
           MOVE SPACES          TO AUD-DETALHE
           STRING WS-NOME-CAMPO DELIMITED BY "  "
                  " DE " DELIMITED BY SIZE
                  WS-VALOR-ANTIGO DELIMITED BY "  "
                  " PARA " DELIMITED BY SIZE
                  WS-CAMPO-NOVO DELIMITED BY "  "
                  " DESDE " WS-DATA-EDIT DELIMITED BY SIZE
               INTO AUD-DETALHE
           END-STRING
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.

           MOVE "PROGCONTROLE"  TO AUD-PROGRAMA
           MOVE "ALTERCTL"      TO AUD-TIPO
           MOVE SGN-OPERADOR    TO AUD-OPERADOR
           SET AUD-FALHOU TO TRUE
           MOVE 'N' TO WS-IND-AUDIT


           DISPLAY WS-NOME-CAMPO " ALTERADO.".

      ******************************************************************
      * HISTORICO DOS PARAMETROS (PARAMHIST.LIS)
      ******************************************************************
      * Todas as entradas de PARAMHIST.DAT pela ordem em que foram
      * registadas: o parametro, a data de efeito, o valor novo, o
      * que vigorava antes, quem o registou e quando. As que ainda
      * nao chegaram a data de efeito levam a marca PROGRAMADA.
       RELATORIO-HISTORICO.

           OPEN INPUT PARAMHIST
           IF WS-FS-PARAMHIST NOT = "00"
               DISPLAY "PARAMHIST.DAT NAO EXISTE - NENHUM PARAMETRO "
                       "FOI ALTERADO COM DATA DE EFEITO."
           ELSE
               OPEN OUTPUT LISTAGEM
               MOVE ZEROS TO WS-CONT-LISTADOS
               MOVE 'N' TO WS-FIM-FICHEIRO

               MOVE "HISTORICO DOS PARAMETROS DO CONTROLO"
                   TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE WS-DATA-HOJE TO WS-DATA-CONV
               PERFORM EDITA-DATA-CONV
               MOVE SPACES TO WS-LINHA
               STRING "EMITIDO EM " WS-DATA-EDIT " POR "
                      SGN-OPERADOR
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE SPACES TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE "PARAMETRO  DESDE        VALOR ANTERIOR "
                 & "OPERADOR REGISTADO EM" TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE ALL "-" TO WS-LINHA
               PERFORM EMITE-LINHA

               PERFORM LE-PARAMHIST
               PERFORM LINHA-HISTORICO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PARAMHIST

               MOVE ALL "-" TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "ENTRADAS: " WS-CONT-LISTADOS
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               CLOSE LISTAGEM

               DISPLAY "HISTORICO EM PARAMHIST.LIS - ENTRADAS: "
                       WS-CONT-LISTADOS
               PERFORM ENVIA-AO-SPOOL
           END-IF

           IF WS-PEND-CONT > ZEROS
               DISPLAY "AS ALTERACOES DESTA SESSAO SO CONSTAM "
                       "DEPOIS DE GRAVADAS."
           END-IF.

       LE-PARAMHIST.

           READ PARAMHIST
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LINHA-HISTORICO.

           MOVE PRM-CAMPO TO LH-CAMPO
           MOVE PRM-INICIO TO WS-DATA-CONV
           PERFORM EDITA-DATA-CONV
           MOVE WS-DATA-EDIT TO LH-INICIO
           MOVE PRM-VALOR TO LH-VALOR
           MOVE PRM-VALOR-ANTERIOR TO LH-ANTERIOR
           MOVE PRM-OPERADOR TO LH-OPERADOR
           MOVE PRM-DATA-REGISTO TO WS-DATA-CONV
           PERFORM EDITA-DATA-CONV
           MOVE WS-DATA-EDIT TO LH-REGISTO
           MOVE SPACES TO LH-HORA
           STRING PRM-HORA-REGISTO (1: 2) ":" PRM-HORA-REGISTO (3: 2)
               DELIMITED BY SIZE INTO LH-HORA
           END-STRING
           MOVE SPACES TO LH-MARCA
           IF PRM-INICIO > WS-DATA-HOJE
               MOVE "PROGRAMADA" TO LH-MARCA
           END-IF
           MOVE WS-LIN-HISTORICO TO WS-LINHA
           PERFORM EMITE-LINHA
           ADD 1 TO WS-CONT-LISTADOS

           PERFORM LE-PARAMHIST.

       EMITE-LINHA.

           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Copia do relatorio para o spool (PROGSPOOL) - sem o spool
      * ligado fica so o ficheiro.
       ENVIA-AO-SPOOL.

           MOVE "PARAMHIST" TO SPL-RELATORIO
           MOVE "PARAMHIST.LIS" TO SPL-FICHEIRO
           MOVE SGN-OPERADOR TO SPL-OPERADOR
           MOVE 'N' TO WS-IND-SPOOL
           CALL 'PROGSPOOL' USING SPOOL-PARAMETRES
               ON EXCEPTION
                   SET WS-SPOOL-FALHOU TO TRUE
           END-CALL
           IF NOT WS-SPOOL-FALHOU AND SPL-OK
               DISPLAY "CATALOGADO NO SPOOL COMO MEMBRO "
                       SPL-MEMBRO "."
           END-IF.

       TERMINA-SESSAO.

           IF NOT WS-REGISTO-ALTERADO
                   WRITE FD-CTL-REGISTO
                   CLOSE CONTROLE
                   DISPLAY "CONTROLE.DAT GRAVADO."
                   IF WS-PEND-CONT > ZEROS
                       PERFORM GRAVA-PENDENTES
                   END-IF
               ELSE
                   DISPLAY "ALTERACOES DESCARTADAS - CONTROLE.DAT "
                           "NAO FOI TOCADO."
               END-IF
           END-IF.

      * As alteracoes datadas acrescentam-se a PARAMHIST.DAT, que
      * e criado na primeira.
       GRAVA-PENDENTES.

           OPEN EXTEND PARAMHIST
           IF WS-FS-PARAMHIST = "35"
               OPEN OUTPUT PARAMHIST
               CLOSE PARAMHIST
               OPEN EXTEND PARAMHIST
           END-IF

           IF WS-FS-PARAMHIST NOT = "00"
               DISPLAY "ERRO AO ABRIR PARAMHIST.DAT (" WS-FS-PARAMHIST
                       ") - HISTORICO DOS PARAMETROS NAO GRAVADO."
           ELSE
               PERFORM GRAVA-PENDENTE
                   VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-CONT
               CLOSE PARAMHIST
               DISPLAY "PARAMHIST.DAT: " WS-PEND-CONT
                       " ENTRADA(S) GRAVADA(S)."
           END-IF.

       GRAVA-PENDENTE.

           MOVE SPACES TO FD-PARAMHIST-REG
           MOVE WS-PD-CAMPO (WS-PEND-IDX)    TO PRM-CAMPO
           MOVE WS-PD-INICIO (WS-PEND-IDX)   TO PRM-INICIO
           MOVE WS-PD-VALOR (WS-PEND-IDX)    TO PRM-VALOR
           MOVE WS-PD-ANTERIOR (WS-PEND-IDX) TO PRM-VALOR-ANTERIOR
           MOVE SGN-OPERADOR                 TO PRM-OPERADOR
           MOVE WS-DATA-HOJE                 TO PRM-DATA-REGISTO
           MOVE WS-PD-HORA (WS-PEND-IDX)     TO PRM-HORA-REGISTO
           WRITE FD-PARAMHIST-REG.
       END PROGRAM PROGCONTROLE.
