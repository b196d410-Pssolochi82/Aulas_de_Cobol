      *            resultado projetado por aluno sai no ecra e no
      *            relatorio FECHOSIM.REL para o conselho rever
      *            antes do fecho definitivo (opcao 2).
      * 15/10/26 - Fim do teto de 100 alunos x 10 disciplinas: o
      *            detalhe de BOLETIM.DAT passa por um SORT (chave
      *            aluno/disciplina/periodo/tipo, FECHOANO.SRT) e o
      *            apuramento e feito um aluno de cada vez, por
      *            quebra de aluno e de disciplina, sem tabela em
      *            memoria. Cada corrida acrescenta uma linha a
      *            EXECUCAO.LOG (LEXREG.cpy) com os registos lidos,
      *            os devolvidos pela ordenacao, os alunos apurados e
      *            os resultados gravados; se lidos e devolvidos nao
      *            baterem o detalhe nao e arquivado nem limpo.
      * 15/10/26 - Em ambiente de formacao (PROGAMBIENTE) o ecra e o
      *            relatorio da simulacao levam a marca do ambiente.
      * 15/10/26 - A nota minima do fecho passa a ser a que vigorava a
      *            31/08 do fim do ano letivo (ou hoje, se ainda antes)
      *            no historico dos parametros (PROGPARAM sobre
      *            PARAMHIST.DAT); sem historico fica o valor de
      *            CONTROLE.DAT.
      * 15/10/26 - A aprovacao de cada disciplina no fecho passa a ser
      *            pela nota de aprovacao da escala do nivel de ensino
      *            da turma do aluno (PROGESCCON); sem escala fica a
      *            nota minima em vigor. Numa escala qualitativa a media
      *            sai no ecra com o nome do codigo.
      * 15/10/26 - A decisao TRANSITA / NAO TRANSITA passa a seguir a
      *            regra de transicao do nivel de ensino da turma
      *            (REGRASTR.DAT, RGTREG.cpy, mantido pelo PROGREGRAS):
      *            a do ano letivo, senao a geral do nivel, senao a
      *            padrao de ate 2 reprovadas. A regra da o maximo de
      *            reprovadas, as duas nucleares que nao podem ficar
      *            ambas reprovadas, se ha retencao no ano e como conta
      *            o REPROVADO-FALTA. O fecho e a simulacao
      *            gravam/imprimem a regra e o motivo (RF-REGRA). As
      *            rotinas das duas procedures da ordenacao passam a
      *            seccoes proprias - a ordenacao corria-as de novo no
      *            fim e o ultimo registo e o ultimo aluno saiam em
      *            dobro.
      * 15/10/26 - As regras de transicao deixam de ir para uma tabela
      *            de 40 entradas, que largava sem aviso as regras a
      *            mais - as mais recentes, que o PROGREGRAS acrescenta
      *            no fim - e fazia cair esses alunos na regra padrao. A
      *            cada mudanca de nivel de ensino o APURA-REGRA le
      *            REGRASTR.DAT de ponta a ponta: a regra do ano, senao
      *            a geral do nivel, senao a padrao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFECHOANO.
           SELECT SIMULACAO-REL  ASSIGN TO "FECHOSIM.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIMULACAO.
           SELECT LOG-EXECUCAO   ASSIGN TO "EXECUCAO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT REGRAS         ASSIGN TO "REGRASTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGRAS.
           SELECT ORDENACAO      ASSIGN TO "FECHOANO.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  BOLETIM-MASTER.
       FD  SIMULACAO-REL.
       01  FD-SIMULACAO-REG            PIC X(80).

       FD  LOG-EXECUCAO.
       01  FD-LOG-REG                  PIC X(80).

       FD  REGRAS.
       01  FD-REGRA-REG                PIC X(100).

       SD  ORDENACAO.
       COPY "BOLREG.cpy" REPLACING NIVEL-BOL BY 01
                                   CAMPO-BOL-REG BY SRT-REGISTO.

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".
       COPY "RETCOD.cpy".
       COPY "LEXREG.cpy" REPLACING NIVEL-LEX BY 01
                                   CAMPO-LEX-REG BY WS-LEX-REG.

       01 WS-FS-BOLETIM            PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-RESULT             PIC X(02) VALUE ZEROS.
       01 WS-FS-HISTORICO          PIC X(02) VALUE ZEROS.
       01 WS-FS-SIMULACAO          PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-REGRAS             PIC X(02) VALUE ZEROS.

       01 WS-MODO                  PIC 9 VALUE ZEROS.
           88 WS-MODO-SIMULACAO           VALUE 1.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.

       01 WS-CONFIRMA              PIC X VALUE 'N'.

      * Aluno e disciplina em apuramento - o detalhe chega ordenado
      * por aluno e disciplina, por isso basta guardar o grupo
      * corrente: soma e contagem das medias dos periodos da
      * disciplina e, no aluno, as disciplinas ja fechadas.
       01 WS-ALU-CONT              PIC 9(05) VALUE ZEROS.
       01 WS-ALUNO-ABERTO          PIC X VALUE 'N'.
           88 WS-ALUNO-EM-CURSO           VALUE 'S'.
       01 WS-ALU-NUMERO            PIC 9(06) VALUE ZEROS.
       01 WS-ALU-NOME              PIC X(30) VALUE SPACES.
       01 WS-ALU-TURMA             PIC X(05) VALUE SPACES.
       01 WS-ALU-MATERIAS          PIC 9(02) VALUE ZEROS.

       01 WS-MATERIA-ABERTA        PIC X VALUE 'N'.
           88 WS-MATERIA-EM-CURSO         VALUE 'S'.
       01 WS-MAT-NOME              PIC X(30) VALUE SPACES.
       01 WS-MAT-SOMA-MEDIAS       PIC 9(04)V99 VALUE ZEROS.
       01 WS-MAT-PERIODOS          PIC 9(02) VALUE ZEROS.
       01 WS-MAT-IND-FALTA         PIC X(01) VALUE 'N'.
       01 WS-MAT-REPROVADA         PIC X(01) VALUE 'N'.
           88 WS-MATERIA-REPROVADA        VALUE 'S'.

       01 WS-MEDIA-TEXTO           PIC X(05).
       01 FILLER REDEFINES WS-MEDIA-TEXTO.
           03 WS-DSIS-ANO              PIC X(04).
           03 WS-DSIS-MES              PIC X(02).
           03 WS-DSIS-DIA              PIC X(02).
       01 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ORDENADOS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-GRAVADOS         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ARQUIVADOS       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-TRANSITA         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-NAO-TRANSITA     PIC 9(05) VALUE ZEROS.

       01 WS-DATA-FIM-ANO          PIC 9(08) VALUE ZEROS.
       01 WS-IND-PARAM             PIC X VALUE 'N'.
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

      * Escala do nivel de ensino da turma do aluno (PROGESCCON):
      * a nota de aprovacao do fecho e a da escala; sem ela fica a
      * nota minima em vigor.
       01 WS-IND-ESCCON            PIC X VALUE 'N'.
           88 WS-ESCCON-FALHOU            VALUE 'S'.
       01 WS-NOTA-APROVACAO        PIC 99V99 VALUE ZEROS.

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

      * Regras de transicao (REGRASTR.DAT, RGTREG.cpy), procuradas
      * no ficheiro a cada mudanca de nivel de ensino, sem tabela em
      * memoria. A regra do aluno e a do nivel de ensino da turma
      * para o ano letivo, senao a geral do nivel (ano a zeros),
      * senao a padrao - transita com ate 2 reprovadas.
       01 WS-RGT-FICHEIRO          PIC X VALUE 'N'.
           88 WS-RGT-HA-FICHEIRO          VALUE 'S'.
       01 WS-RGT-NIVEL-LIDO        PIC X(02) VALUE HIGH-VALUES.
       01 WS-RGT-FIM               PIC X VALUE 'N'.
           88 WS-RGT-SEM-MAIS             VALUE 'S'.
       01 WS-RGT-ACHADA            PIC X VALUE 'N'.
           88 WS-RGT-ENCONTRADA           VALUE 'S'.
       01 WS-RGT-GERAL-ACHADA      PIC X VALUE 'N'.
           88 WS-RGT-HA-GERAL             VALUE 'S'.
       01 WS-RGT-GERAL             PIC X(100) VALUE SPACES.
       01 WS-RGT-PROCURA.
           03 WS-RGP-NIVEL             PIC X(02).
           03 WS-RGP-ANO               PIC 9(04).

       COPY "RGTREG.cpy" REPLACING NIVEL-RGT BY 01
                                   CAMPO-RGT-REG BY WS-REGRA-ALUNO.
       01 WS-REGRA-ORIGEM          PIC X(01) VALUE SPACES.
       01 WS-NUCLEO-REPROVADAS     PIC 9(01) VALUE ZEROS.
       01 WS-RETIDO-FALTA          PIC X(01) VALUE 'N'.
           88 WS-ALUNO-RETIDO-FALTA       VALUE 'S'.
       01 WS-REGRA-TEXTO           PIC X(60) VALUE SPACES.
       01 WS-ORIGEM-TEXTO          PIC X(20) VALUE SPACES.
       01 WS-MOTIVO-TEXTO          PIC X(32) VALUE SPACES.

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
           DISPLAY "*          FECHO DO ANO LETIVO            *"
           PERFORM CONSULTA-AMBIENTE
           DISPLAY "*******************************************"

           DISPLAY "  1 - SIMULACAO (SO RELATORIO, NAO TOCA EM "
               DISPLAY "NADA FOI APURADO, ARQUIVADO OU LIMPO."
           ELSE
               PERFORM LE-CONTROLE
               PERFORM CARREGA-REGRAS
               PERFORM APURA-RESULTADOS
               EVALUATE TRUE
                   WHEN WS-CONT-ORDENADOS NOT = WS-CONT-LIDOS
      * Registos que entraram na ordenacao e nao sairam ficaram
      * fora do apuramento - limpar o mestre destruiria os dados
      * deles, por isso o detalhe nao e arquivado nem limpo.
                       DISPLAY " "
                       DISPLAY "ERRO: LIDOS " WS-CONT-LIDOS
                               " / ORDENADOS " WS-CONT-ORDENADOS
                               " - FECHO ABORTADO."
                       DISPLAY "O DETALHE NAO FOI ARQUIVADO NEM "
                               "LIMPO."
                       SET RC-ERRO TO TRUE
                   WHEN WS-ALU-CONT = ZERO
                       DISPLAY "SEM REGISTOS EM BOLETIM.DAT - NADA "
                               "A FECHAR."
                   WHEN WS-MODO-SIMULACAO
                       DISPLAY " "
                       DISPLAY "SIMULACAO CONCLUIDA. ALUNOS: "
                               WS-ALU-CONT
                       DISPLAY "RELATORIO EM FECHOSIM.REL - NENHUM "
                               "FICHEIRO FOI ALTERADO."
                   WHEN OTHER
                       PERFORM ARQUIVA-DETALHE
                       DISPLAY " "
                       DISPLAY "FECHO CONCLUIDO. ALUNOS: "
                       DISPLAY "  REGISTOS ARQUIVADOS: "
                               WS-CONT-ARQUIVADOS
               END-EVALUATE
               PERFORM GRAVA-LOG-EXECUCAO
           END-IF

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

       LE-CONTROLE.

           MOVE 7.00 TO CTL-NOTA-MINIMA
               IF WS-DSIS-MES < "09"
                   SUBTRACT 1 FROM CTL-ANO-LETIVO
               END-IF
           END-IF

           PERFORM APLICA-NOTA-EM-VIGOR.

      * A nota minima do fecho e a que vigorava no fim do ano
      * letivo (31/08) - ou hoje, se o ano ainda nao acabou - no
      * historico dos parametros (alteracoes datadas do
      * PROGCONTROLE); uma alteracao ja registada para o ano
      * seguinte nao muda o resultado deste.
       APLICA-NOTA-EM-VIGOR.

           COMPUTE WS-DATA-FIM-ANO = (CTL-ANO-LETIVO + 1) * 10000
                                   + 831
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE "NOTAMINIMA" TO PRP-CAMPO
           IF WS-DATA-SISTEMA < WS-DATA-FIM-ANO
               MOVE WS-DATA-SISTEMA TO PRP-DATA
           ELSE
               MOVE WS-DATA-FIM-ANO TO PRP-DATA
           END-IF
           PERFORM CONSULTA-PARAMETRO
           IF PRP-ENCONTRADO
               MOVE PRP-VALOR TO CTL-NOTA-MINIMA
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

      * So confirma que REGRASTR.DAT existe; as regras sao lidas
      * do ficheiro pelo APURA-REGRA.
       CARREGA-REGRAS.

           MOVE 'N' TO WS-RGT-FICHEIRO
           MOVE HIGH-VALUES TO WS-RGT-NIVEL-LIDO

           OPEN INPUT REGRAS
           IF WS-FS-REGRAS NOT = "00"
               DISPLAY "REGRASTR.DAT NAO ENCONTRADO - VALE A REGRA "
                       "PADRAO (TRANSITA COM ATE 2 REPROVADAS)."
           ELSE
               SET WS-RGT-HA-FICHEIRO TO TRUE
               CLOSE REGRAS
           END-IF.

      * RESULTFIN.DAT acumula os anos - o fecho acrescenta, nao
      * apaga. Na simulacao o apuramento e o mesmo mas a saida e so
      * o relatorio FECHOSIM.REL. O detalhe passa pela ordenacao e
      * e apurado um aluno de cada vez.
       APURA-RESULTADOS.

           MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-ORDENADOS
                         WS-CONT-GRAVADOS WS-ALU-CONT

           OPEN INPUT BOLETIM-MASTER
           IF WS-FS-BOLETIM NOT = "00"
               DISPLAY "BOLETIM.DAT NAO ENCONTRADO."
           ELSE
               IF WS-MODO-SIMULACAO
                   OPEN OUTPUT SIMULACAO-REL
                   IF AMB-FORMACAO
                       MOVE AMB-MARCA TO FD-SIMULACAO-REG
                       WRITE FD-SIMULACAO-REG
                   END-IF
               ELSE
                   OPEN EXTEND RESULT-FINAL
                   IF WS-FS-RESULT NOT = "00"
                       OPEN OUTPUT RESULT-FINAL
                   END-IF
               END-IF

               SORT ORDENACAO
                   ON ASCENDING KEY BOL-CHAVE OF SRT-REGISTO
                   INPUT PROCEDURE IS SELECIONA-BOLETIM
                   OUTPUT PROCEDURE IS APURA-ALUNOS

               IF WS-MODO-SIMULACAO
                   CLOSE SIMULACAO-REL
               ELSE
                   CLOSE RESULT-FINAL
               END-IF
               CLOSE BOLETIM-MASTER
           END-IF.

               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       ARQUIVA-DETALHE.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN EXTEND HISTORICO
           IF WS-FS-HISTORICO NOT = "00"
               OPEN OUTPUT HISTORICO
           END-IF

           OPEN INPUT BOLETIM-MASTER
           PERFORM LE-BOLETIM
           PERFORM ARQUIVA-REGISTO
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE BOLETIM-MASTER
           CLOSE HISTORICO

      * O detalhe esta arquivado - o mestre do ano novo comeca vazio.
           OPEN OUTPUT BOLETIM-MASTER
           CLOSE BOLETIM-MASTER.

       ARQUIVA-REGISTO.

           MOVE FD-BOLETIM-REG TO FD-HISTORICO-REG
           WRITE FD-HISTORICO-REG
           ADD 1 TO WS-CONT-ARQUIVADOS

           PERFORM LE-BOLETIM.

      * Uma linha por corrida em EXECUCAO.LOG com as contagens -
      * lidos e devolvidos pela ordenacao tem de bater.
       GRAVA-LOG-EXECUCAO.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE "PROGFECHOANO"       TO LEX-PROGRAMA
           MOVE WS-DATA-SISTEMA      TO LEX-DATA
           MOVE WS-HORA-AGORA (1: 6) TO LEX-HORA
           MOVE WS-CONT-LIDOS        TO LEX-LIDOS
           MOVE WS-CONT-ORDENADOS    TO LEX-ORDENADOS
           MOVE WS-ALU-CONT          TO LEX-GRUPOS
           MOVE WS-CONT-GRAVADOS     TO LEX-GRAVADOS
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
      * ENTRADA DA ORDENACAO - TODO O DETALHE DE BOLETIM.DAT
      ******************************************************************
       SELECIONA-BOLETIM SECTION.
       SELECIONA-INICIO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           PERFORM LE-BOLETIM
           PERFORM LIBERTA-BOLETIM
               UNTIL WS-SEM-MAIS-REGISTOS.

      * Rotinas da entrada da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de SELECIONA-BOLETIM.
       SELECIONA-ROTINAS SECTION.
       LIBERTA-BOLETIM.

           ADD 1 TO WS-CONT-LIDOS
           MOVE FD-BOLETIM-REG TO SRT-REGISTO
           RELEASE SRT-REGISTO

           PERFORM LE-BOLETIM.

      ******************************************************************
      * APURAMENTO - O DETALHE CHEGA ORDENADO POR ALUNO E DISCIPLINA
      ******************************************************************
       APURA-ALUNOS SECTION.
       APURA-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           MOVE 'N' TO WS-ALUNO-ABERTO
           MOVE 'N' TO WS-MATERIA-ABERTA
           PERFORM DEVOLVE-BOLETIM
           PERFORM TRATA-BOLETIM-ORDENADO
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-ALUNO-EM-CURSO
               PERFORM FECHA-ALUNO
           END-IF.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de APURA-ALUNOS.
       APURA-ROTINAS SECTION.
       DEVOLVE-BOLETIM.

           RETURN ORDENACAO
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
               NOT AT END ADD 1 TO WS-CONT-ORDENADOS
           END-RETURN.

       TRATA-BOLETIM-ORDENADO.

           IF WS-ALUNO-EM-CURSO
              AND BOL-ALUNO-NUM OF SRT-REGISTO NOT = WS-ALU-NUMERO
               PERFORM FECHA-ALUNO
           END-IF
           IF NOT WS-ALUNO-EM-CURSO
               PERFORM ABRE-ALUNO
           END-IF

           IF WS-MATERIA-EM-CURSO
              AND BOL-MATERIA OF SRT-REGISTO NOT = WS-MAT-NOME
               PERFORM FECHA-MATERIA
           END-IF
           IF NOT WS-MATERIA-EM-CURSO
               PERFORM ABRE-MATERIA
           END-IF

           PERFORM ACUMULA-MATERIA

           PERFORM DEVOLVE-BOLETIM.

       ABRE-ALUNO.

           SET WS-ALUNO-EM-CURSO TO TRUE
           MOVE BOL-ALUNO-NUM OF SRT-REGISTO  TO WS-ALU-NUMERO
           MOVE BOL-NOME-ALUNO OF SRT-REGISTO TO WS-ALU-NOME
           MOVE BOL-TURMA OF SRT-REGISTO      TO WS-ALU-TURMA
           MOVE ZEROS TO WS-ALU-MATERIAS WS-APROVADAS
                         WS-REPROVADAS WS-SOMA-FINAIS
                         WS-NUCLEO-REPROVADAS
           MOVE 'N' TO WS-RETIDO-FALTA

           PERFORM APURA-ESCALA
           PERFORM APURA-REGRA.

      * A escala vem da turma do aluno; um aluno sem escala (ou sem
      * a sub-rotina) fica na de 1 a 10 com a nota minima em vigor.
       APURA-ESCALA.

           MOVE WS-ALU-TURMA TO ECN-TURMA
           MOVE SPACES TO ECN-NIVEL
           MOVE ZEROS TO ECN-VALOR
           MOVE ZEROS TO ESC-APROVACAO
           MOVE 'N' TO WS-IND-ESCCON

           CALL 'PROGESCCON' USING ESCCON-PARAMETRES
               ON EXCEPTION
                   SET WS-ESCCON-FALHOU TO TRUE
                   MOVE ZEROS TO ESC-APROVACAO
           END-CALL

           IF ESC-APROVACAO > ZERO
               MOVE ESC-APROVACAO TO WS-NOTA-APROVACAO
           ELSE
               MOVE CTL-NOTA-MINIMA TO WS-NOTA-APROVACAO
           END-IF.

      * O nivel de ensino vem da turma pelo PROGESCCON (ECN-NIVEL);
      * sem nivel, ou sem regra para ele, fica a regra padrao. A
      * regra apurada fica enquanto o nivel nao muda.
       APURA-REGRA.

           IF ECN-NIVEL NOT = WS-RGT-NIVEL-LIDO
               MOVE ECN-NIVEL TO WS-RGT-NIVEL-LIDO
               PERFORM LE-REGRAS-NIVEL
           END-IF.

      * Uma passagem por REGRASTR.DAT: a regra do ano para logo a
      * leitura; a geral do nivel (ano a zeros) fica guardada para o
      * caso de nao haver regra do ano.
       LE-REGRAS-NIVEL.

           MOVE 'N' TO WS-RGT-ACHADA WS-RGT-GERAL-ACHADA
           MOVE ECN-NIVEL TO WS-RGP-NIVEL
           MOVE CTL-ANO-LETIVO TO WS-RGP-ANO

           IF WS-RGP-NIVEL NOT = SPACES AND WS-RGT-HA-FICHEIRO
               MOVE 'N' TO WS-RGT-FIM
               OPEN INPUT REGRAS
               IF WS-FS-REGRAS = "00"
                   PERFORM LE-REGRA
                   PERFORM PROCURA-REGRA
                       UNTIL WS-RGT-SEM-MAIS OR WS-RGT-ENCONTRADA
                   CLOSE REGRAS
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-RGT-ENCONTRADA
                   MOVE 'A' TO WS-REGRA-ORIGEM
               WHEN WS-RGT-HA-GERAL
                   MOVE WS-RGT-GERAL TO WS-REGRA-ALUNO
                   MOVE 'G' TO WS-REGRA-ORIGEM
                   SET WS-RGT-ENCONTRADA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT WS-RGT-ENCONTRADA
               MOVE 'P' TO WS-REGRA-ORIGEM
               MOVE SPACES TO WS-REGRA-ALUNO
               MOVE ECN-NIVEL TO RGT-NIVEL OF WS-REGRA-ALUNO
               MOVE ZEROS TO RGT-ANO-LETIVO OF WS-REGRA-ALUNO
               MOVE "REGRA PADRAO" TO RGT-DESCRICAO OF WS-REGRA-ALUNO
               MOVE 2 TO RGT-MAX-REPROVADAS OF WS-REGRA-ALUNO
               SET RGT-COM-RETENCAO OF WS-REGRA-ALUNO TO TRUE
               SET RGT-FALTA-CONTA OF WS-REGRA-ALUNO TO TRUE
           END-IF.

       LE-REGRA.

           READ REGRAS
               AT END SET WS-RGT-SEM-MAIS TO TRUE
           END-READ.

       PROCURA-REGRA.

           EVALUATE TRUE
               WHEN FD-REGRA-REG (1: 6) = WS-RGT-PROCURA
                   SET WS-RGT-ENCONTRADA TO TRUE
                   MOVE FD-REGRA-REG TO WS-REGRA-ALUNO
               WHEN FD-REGRA-REG (1: 2) = WS-RGP-NIVEL
                    AND FD-REGRA-REG (3: 4) = "0000"
                    AND NOT WS-RGT-HA-GERAL
                   SET WS-RGT-HA-GERAL TO TRUE
                   MOVE FD-REGRA-REG TO WS-RGT-GERAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT WS-RGT-ENCONTRADA
               PERFORM LE-REGRA
           END-IF.

       ABRE-MATERIA.

           SET WS-MATERIA-EM-CURSO TO TRUE
           MOVE BOL-MATERIA OF SRT-REGISTO TO WS-MAT-NOME
           MOVE ZEROS TO WS-MAT-SOMA-MEDIAS WS-MAT-PERIODOS
           MOVE 'N' TO WS-MAT-IND-FALTA
           ADD 1 TO WS-ALU-MATERIAS.

       ACUMULA-MATERIA.

           PERFORM CONVERTE-MEDIA

           IF BOL-TIPO OF SRT-REGISTO = 'R'
      * O exame de recuperacao substitui o resultado acumulado da
      * disciplina - a media final passa a ser a nota do exame.
               MOVE WS-MEDIA-NUM TO WS-MAT-SOMA-MEDIAS
               MOVE 1 TO WS-MAT-PERIODOS
               MOVE 'N' TO WS-MAT-IND-FALTA
           ELSE
               ADD WS-MEDIA-NUM TO WS-MAT-SOMA-MEDIAS
               ADD 1 TO WS-MAT-PERIODOS

               IF BOL-STATUS OF SRT-REGISTO = "REPROVADO-FALTA"
                   MOVE 'S' TO WS-MAT-IND-FALTA
               END-IF
           END-IF.

       CONVERTE-MEDIA.

           MOVE BOL-MEDIA OF SRT-REGISTO TO WS-MEDIA-TEXTO
           INSPECT WS-MEDIA-TEXTO REPLACING LEADING SPACE BY '0'
           COMPUTE WS-MEDIA-NUM =
               WS-MT-INTEIRO + WS-MT-DECIMAL / 100.

       FECHA-MATERIA.

           MOVE 'N' TO WS-MATERIA-ABERTA

           COMPUTE WS-MEDIA-FINAL ROUNDED =
               WS-MAT-SOMA-MEDIAS / WS-MAT-PERIODOS

           ADD WS-MEDIA-FINAL TO WS-SOMA-FINAIS

      * A marca de reprovado-falta conta como a regra do nivel diz:
      * como uma reprovada, retendo o aluno so por si, ou nada (a
      * disciplina vale pela media).
           MOVE 'N' TO WS-MAT-REPROVADA
           EVALUATE TRUE
               WHEN WS-MAT-IND-FALTA = 'S'
                AND NOT RGT-FALTA-MEDIA OF WS-REGRA-ALUNO
                   SET WS-MATERIA-REPROVADA TO TRUE
                   IF RGT-FALTA-RETEM OF WS-REGRA-ALUNO
                       SET WS-ALUNO-RETIDO-FALTA TO TRUE
                   END-IF
               WHEN WS-MEDIA-FINAL >= WS-NOTA-APROVACAO
                   ADD 1 TO WS-APROVADAS
               WHEN OTHER
                   SET WS-MATERIA-REPROVADA TO TRUE
           END-EVALUATE

           IF WS-MATERIA-REPROVADA
               ADD 1 TO WS-REPROVADAS
               IF RGT-NUCLEO-1 OF WS-REGRA-ALUNO NOT = SPACES
                  AND (WS-MAT-NOME = RGT-NUCLEO-1 OF WS-REGRA-ALUNO
                    OR WS-MAT-NOME = RGT-NUCLEO-2 OF WS-REGRA-ALUNO)
                   ADD 1 TO WS-NUCLEO-REPROVADAS
               END-IF
           END-IF.

       FECHA-ALUNO.

           IF WS-MATERIA-EM-CURSO
               PERFORM FECHA-MATERIA
           END-IF
           MOVE 'N' TO WS-ALUNO-ABERTO
           ADD 1 TO WS-ALU-CONT

           COMPUTE WS-MEDIA-GERAL ROUNDED =
               WS-SOMA-FINAIS / WS-ALU-MATERIAS

      * A decisao segue a regra de transicao do aluno e o registo
      * final guarda a regra e o motivo que a decidiram.
           EVALUATE TRUE
               WHEN RGT-SEM-RETENCAO OF WS-REGRA-ALUNO
                   SET RF-MOTIVO-SEM-RETENCAO TO TRUE
               WHEN WS-ALUNO-RETIDO-FALTA
                   SET RF-MOTIVO-FALTAS TO TRUE
               WHEN WS-NUCLEO-REPROVADAS > 1
                   SET RF-MOTIVO-NUCLEARES TO TRUE
               WHEN WS-REPROVADAS > RGT-MAX-REPROVADAS
                                    OF WS-REGRA-ALUNO
                   SET RF-MOTIVO-MAXIMO TO TRUE
               WHEN OTHER
                   SET RF-MOTIVO-TRANSITA TO TRUE
           END-EVALUATE

           IF RF-MOTIVO-TRANSITA OR RF-MOTIVO-SEM-RETENCAO
               MOVE "TRANSITA" TO WS-RESULTADO
               ADD 1 TO WS-CONT-TRANSITA
           ELSE
               MOVE "NAO TRANSITA" TO WS-RESULTADO
               ADD 1 TO WS-CONT-NAO-TRANSITA
           END-IF

           MOVE CTL-ANO-LETIVO  TO RF-ANO-LETIVO
           MOVE WS-ALU-NUMERO   TO RF-ALUNO
           MOVE WS-ALU-NOME     TO RF-NOME
           MOVE WS-ALU-TURMA    TO RF-TURMA
           MOVE WS-ALU-MATERIAS TO RF-MATERIAS
           MOVE WS-APROVADAS    TO RF-APROVADAS
           MOVE WS-REPROVADAS   TO RF-REPROVADAS
           MOVE WS-MEDIA-GERAL  TO RF-MEDIA
           MOVE WS-RESULTADO    TO RF-RESULTADO
           MOVE WS-REGRA-ORIGEM TO RF-REGRA-ORIGEM
           MOVE RGT-NIVEL OF WS-REGRA-ALUNO      TO RF-REGRA-NIVEL
           MOVE RGT-ANO-LETIVO OF WS-REGRA-ALUNO TO RF-REGRA-ANO

           PERFORM MONTA-TEXTO-REGRA

           IF WS-MODO-SIMULACAO
               MOVE SPACES TO WS-SIM-LINHA
               END-STRING
               MOVE WS-SIM-LINHA TO FD-SIMULACAO-REG
               WRITE FD-SIMULACAO-REG
               MOVE SPACES TO FD-SIMULACAO-REG
               STRING "       REGRA " WS-REGRA-TEXTO
                   DELIMITED BY SIZE INTO FD-SIMULACAO-REG
               END-STRING
               WRITE FD-SIMULACAO-REG
           ELSE
               WRITE FD-RESULT-REG
           END-IF
           ADD 1 TO WS-CONT-GRAVADOS

      * Numa escala qualitativa a media sai com o nome do codigo.
           MOVE SPACES TO ECN-TEXTO
           IF NOT WS-ESCCON-FALHOU AND ESC-QUALITATIVA
               MOVE WS-MEDIA-GERAL TO ECN-VALOR
               CALL 'PROGESCCON' USING ESCCON-PARAMETRES
           END-IF

           DISPLAY WS-ALU-NUMERO " " WS-ALU-NOME
                   " | MEDIA " RF-MEDIA " " ECN-TEXTO
                   " | " WS-RESULTADO
           DISPLAY "       REGRA " WS-REGRA-TEXTO.

       MONTA-TEXTO-REGRA.

           EVALUATE TRUE
               WHEN RF-REGRA-DO-ANO
                   MOVE SPACES TO WS-ORIGEM-TEXTO
                   STRING "NIVEL " RF-REGRA-NIVEL " ANO " RF-REGRA-ANO
                       DELIMITED BY SIZE INTO WS-ORIGEM-TEXTO
                   END-STRING
               WHEN RF-REGRA-GERAL
                   MOVE SPACES TO WS-ORIGEM-TEXTO
                   STRING "NIVEL " RF-REGRA-NIVEL " GERAL"
                       DELIMITED BY SIZE INTO WS-ORIGEM-TEXTO
                   END-STRING
               WHEN OTHER
                   MOVE "PADRAO" TO WS-ORIGEM-TEXTO
           END-EVALUATE

           EVALUATE TRUE
               WHEN RF-MOTIVO-SEM-RETENCAO
                   MOVE "ANO SEM RETENCAO" TO WS-MOTIVO-TEXTO
               WHEN RF-MOTIVO-FALTAS
                   MOVE "RETIDO POR FALTAS" TO WS-MOTIVO-TEXTO
               WHEN RF-MOTIVO-NUCLEARES
                   MOVE "REPROVOU AS DUAS NUCLEARES"
                        TO WS-MOTIVO-TEXTO
               WHEN RF-MOTIVO-MAXIMO
                   MOVE SPACES TO WS-MOTIVO-TEXTO
                   STRING "MAIS DE " RGT-MAX-REPROVADAS
                          OF WS-REGRA-ALUNO " REPROVADAS"
                       DELIMITED BY SIZE INTO WS-MOTIVO-TEXTO
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO-TEXTO
                   STRING "ATE " RGT-MAX-REPROVADAS
                          OF WS-REGRA-ALUNO " REPROVADAS"
                       DELIMITED BY SIZE INTO WS-MOTIVO-TEXTO
                   END-STRING
           END-EVALUATE

           MOVE SPACES TO WS-REGRA-TEXTO
           STRING WS-ORIGEM-TEXTO DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  WS-MOTIVO-TEXTO DELIMITED BY "  "
               INTO WS-REGRA-TEXTO
           END-STRING.
       END PROGRAM PROGFECHOANO.
