      *            meio e o rerun recomecava do passo 1, voltando a
      *            acrescentar o que os primeiros passos ja tinham
      *            escrito.
      * 15/10/26 - O FIMDIA ganha o PROGMULTIBANCO como passo 6, a
      *            seguir ao PROGPAG: referencias das parcelas novas
      *            e importacao do ficheiro diario da SIBS antes do
      *            PROGRELDIA, que ja reparte os recebimentos do dia
      *            com a forma M. Os passos seguintes descem um
      *            numero.
      * 15/10/26 - Regra de calendario e pre-requisitos por job: o
      *            registo de sequencia 00 de cada job em JOBDEF.DAT
      *            leva a regra de corrida (U = todos os dias uteis,
      *            M = ultimo dia util do mes, D = num dia do mes ou
      *            no primeiro dia util a seguir, F = fim do ano
      *            letivo, data da tabela CALENDARIO de TABELAS.DAT)
      *            avaliada contra FERIADOS.DAT pelo PROGDIAUTIL, e
      *            ate 3 jobs que tem de estar concluidos em
      *            JOBSTAT.DAT na mesma data. Fora da regra o job e
      *            RECUSADO (RC 4); com um pre-requisito por
      *            concluir fica ADIADO (RC 8). O motivo fica num
      *            registo de sequencia 00 do job em JOBSTAT.DAT. O
      *            rerun de um job ja admitido nao volta a ser
      *            avaliado. Cada passo guarda agora a data e a hora
      *            em que correu (antes eram todos carimbados a cada
      *            regravacao), para a data do pre-requisito ser a
      *            verdadeira. A carga inicial da ao FIMDIA a regra
      *            U e ao FIMMES a regra M com o FIMDIA como
      *            pre-requisito.
      * 15/10/26 - O driver aplica o ambiente de trabalho da sessao
      *            (PROGAMBIENTE; o RUNBATCH.sh FORMACAO escolhe o
      *            conjunto de formacao, sem escolha vale o real)
      *            antes de ler JOBDEF.DAT, e o ecra leva a marca
      *            do ambiente de formacao.
      * 15/10/26 - O FIMMES ganha o PROGCONTACLI como passo 5: a prova
      *            da conta de controlo de clientes no dia do fecho;
      *            batendo, o passo fecha o mes em MESFECHO.DAT, com
      *            diferencas termina RC-ERRO e o job para com o mes
      *            aberto.
      * 15/10/26 - A regra F (fim do ano letivo) passa a tomar a data
      *            de fim do ano letivo do calendario escolar
      *            (CALESCOLAR.DAT, via PROGPERIODO); a tabela
      *            CALENDARIO de TABELAS.DAT so vale quando o
      *            calendario nao cobre a data de negocio.
      * 15/10/26 - O FIMMES ganha o PROGMORADAS como passo 6: a listagem
      *            das moradas de clientes a corrigir; com moradas
      *            listadas termina RC-AVISO e o job segue.
      * 15/10/26 - Antes de correr os passos de um job o driver poe o
      *            nome do job em ESCOLA_JOB; o BOLETIM so aceita o lote
      *            sem operador identificado quando a variavel esta
      *            posta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGJOB.
           03 FD-JST-DATA              PIC 9(08).
           03 FD-JST-HORA              PIC 9(08).

      * O registo de sequencia 00 de um job nao e passo: leva a
      * regra de calendario e os pre-requisitos do job inteiro.
       FD  JOBDEF.
       01  FD-JOBDEF-REG.
           03 JDF-JOB                  PIC X(10).
           03 JDF-SEQ                  PIC 9(02).
           03 JDF-PROGRAMA             PIC X(16).
           03 JDF-POLITICA             PIC 9(02).
           03 JDF-REGRA                PIC X(01).
               88 JDF-SEM-REGRA               VALUE ' '.
               88 JDF-DIA-UTIL                VALUE 'U'.
               88 JDF-FIM-MES                 VALUE 'M'.
               88 JDF-DIA-FIXO                VALUE 'D'.
               88 JDF-FIM-ANO-LETIVO          VALUE 'F'.
           03 JDF-DIA                  PIC 9(02).
           03 JDF-PRE-REQUISITO        PIC X(10) OCCURS 3 TIMES.

       FD  TRABJST.
       01  FD-TRABJST-REG              PIC X(56).
           03 WS-PASSO-POLITICA        PIC 9(02).
           03 WS-PASSO-ESTADO          PIC X(10).
           03 WS-PASSO-RC              PIC 9(02).
           03 WS-PASSO-DATA            PIC 9(08).
           03 WS-PASSO-HORA            PIC 9(08).

       01 WS-PASSO-IDX             PIC 9(02) VALUE ZEROS.
       01 WS-PASSO-INICIAL         PIC 9(02) VALUE 1.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

      * Regra de calendario e pre-requisitos do job (registo 00 de
      * JOBDEF.DAT) e a decisao tomada antes de correr.
       01 WS-JOB-REGRA             PIC X(01) VALUE SPACE.
       01 WS-JOB-DIA               PIC 9(02) VALUE ZEROS.
       01 WS-JOB-PRE-TAB.
           03 WS-JOB-PRE-REQUISITO     PIC X(10) OCCURS 3 TIMES.
       01 WS-PRE-IDX               PIC 9(01) VALUE ZEROS.

       01 WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ALVO             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-ALVO.
           03 WS-ALVO-ANO-MES          PIC 9(06).
           03 WS-ALVO-DIA              PIC 9(02).

       01 WS-DECISAO               PIC X(01) VALUE SPACE.
           88 WS-JOB-ADMITIDO             VALUE SPACE.
           88 WS-JOB-RECUSADO             VALUE 'R'.
           88 WS-JOB-ADIADO               VALUE 'A'.
       01 WS-MOTIVO                PIC X(16) VALUE SPACES.

      * Estado do pre-requisito em JOBSTAT.DAT.
       01 WS-PRE-JOB               PIC X(10) VALUE SPACES.
       01 WS-PRE-PASSOS            PIC 9(02) VALUE ZEROS.
       01 WS-PRE-CONCLUIDOS        PIC 9(02) VALUE ZEROS.
       01 WS-PRE-ULTIMO-SEQ        PIC 9(02) VALUE ZEROS.
       01 WS-PRE-ULTIMA-DATA       PIC 9(08) VALUE ZEROS.

       01 WS-TAB-DESC              PIC X(30) VALUE SPACES.
       01 FILLER REDEFINES WS-TAB-DESC.
           03 WS-TAB-DESC-DATA         PIC X(08).

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

       01 DATAS-PARAMETRES.
           02 DT-FUNCAO                PIC X(01).
           02 DT-DATA1                 PIC 9(08).
           02 DT-DATA2                 PIC 9(08).
           02 DT-DIAS                  PIC S9(05).
           02 DT-DIA-SEMANA            PIC 9(01).
           02 DT-RESULTADO             PIC X(01).
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

       01 AMBIENTE-PARAMETRES.
           02 AMB-FUNCAO               PIC X(01).
           02 AMB-MODO                 PIC X(01).
               88 AMB-REAL                    VALUE 'R'.
               88 AMB-FORMACAO                VALUE 'F'.
           02 AMB-DIRETORIO            PIC X(20).
           02 AMB-MARCA                PIC X(40).
           02 AMB-RESULTADO            PIC X(01).
               88 AMB-OK                      VALUE 'S'.
               88 AMB-INVALIDO                VALUE 'N'.

       01 TABCON-PARAMETRES.
           02 TBC-TABELA               PIC X(10).
           02 TBC-CODIGO               PIC X(20).
           02 TBC-DATA                 PIC 9(08).
           02 TBC-DESCRICAO            PIC X(30).
           02 TBC-RESULTADO            PIC X(01).
               88 TBC-ENCONTRADO              VALUE 'S'.
               88 TBC-NAO-ENCONTRADO          VALUE 'N'.
               88 TBC-SEM-FICHEIRO            VALUE 'F'.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*           DRIVER DE JOBS                *"
           PERFORM APLICA-AMBIENTE
           DISPLAY "*******************************************"

           DISPLAY "NOME DO JOB (ENTER = FIMDIA; CARGA = CARGA "
           IF WS-JOB-NOME = "CARGA"
               PERFORM CARGA-INICIAL-JOBDEF
           ELSE
      * Os passos sabem que correm sem operador (ver BOLETIM).
               DISPLAY "ESCOLA_JOB" UPON ENVIRONMENT-NAME
               DISPLAY WS-JOB-NOME UPON ENVIRONMENT-VALUE
               PERFORM CORRE-JOB
           END-IF

           MOVE WS-RC-JOB TO RETURN-CODE
           GOBACK.

      * Em lote nao ha a quem perguntar: vale o ambiente que a
      * sessao ja traz (ESCOLA_AMBIENTE) ou, sem nenhum, o real.
       APLICA-AMBIENTE.

           MOVE 'A' TO AMB-FUNCAO
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGAMBIENTE' USING AMBIENTE-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND AMB-OK AND AMB-FORMACAO
               DISPLAY "*  " AMB-MARCA
           END-IF.

       CORRE-JOB.

           PERFORM CARREGA-PASSOS
                   DISPLAY "RERUN: PASSOS 1 A " WS-PASSO-ANTERIOR
                           " JA CONCLUIDOS - RETOMA NO PASSO "
                           WS-PASSO-INICIAL "."
               ELSE
                   PERFORM AVALIA-ADMISSAO
               END-IF

               IF WS-JOB-ADMITIDO
                   PERFORM EXECUTA-PASSO
                       VARYING WS-PASSO-IDX
                       FROM WS-PASSO-INICIAL BY 1
                       UNTIL WS-PASSO-IDX > WS-PAS-CONT
                          OR WS-JOB-INTERROMPIDO
               END-IF

               DISPLAY " "
               IF WS-JOB-RECUSADO
                   DISPLAY "JOB " WS-JOB-NOME " RECUSADO: "
                           WS-MOTIVO " - NAO E DIA DE O CORRER."
               END-IF
               IF WS-JOB-ADIADO
                   DISPLAY "JOB " WS-JOB-NOME " ADIADO: "
                           WS-MOTIVO " - VOLTE A LANCAR DEPOIS DE "
                           "CONCLUIDO."
               END-IF
               IF WS-JOB-INTERROMPIDO
                   DISPLAY "JOB " WS-JOB-NOME " INTERROMPIDO NO "
                           "PASSO " WS-PASSO-FALHADO " - CORRIJA E "
                           "VOLTE A LANCAR O PROGJOB."
               END-IF
               IF WS-JOB-ADMITIDO AND NOT WS-JOB-INTERROMPIDO
                   DISPLAY "JOB " WS-JOB-NOME " CONCLUIDO (RC="
                           WS-RC-JOB ")."
               END-IF
           END-IF.

      * Corrida nova: a regra de calendario do job tem de servir
      * para hoje e os pre-requisitos tem de estar concluidos hoje.
      * Recusado ou adiado, o motivo fica em JOBSTAT.DAT.
       AVALIA-ADMISSAO.

           ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
           MOVE SPACE  TO WS-DECISAO
           MOVE SPACES TO WS-MOTIVO

           PERFORM AVALIA-REGRA

           IF WS-JOB-ADMITIDO
               PERFORM AVALIA-PRE-REQUISITO
                   VARYING WS-PRE-IDX FROM 1 BY 1
                   UNTIL WS-PRE-IDX > 3 OR NOT WS-JOB-ADMITIDO
           END-IF

           IF WS-JOB-RECUSADO
               MOVE 4 TO WS-RC-JOB
               PERFORM GRAVA-JOBSTAT
           END-IF
           IF WS-JOB-ADIADO
               MOVE 8 TO WS-RC-JOB
               PERFORM GRAVA-JOBSTAT
           END-IF.

       AVALIA-REGRA.

           EVALUATE WS-JOB-REGRA
               WHEN 'U'
                   MOVE WS-DATA-NEGOCIO TO DU-DATA
                   PERFORM TESTA-DIA-UTIL
               WHEN 'M'
                   MOVE WS-DATA-NEGOCIO TO DU-DATA
                   PERFORM TESTA-DIA-UTIL
                   IF WS-JOB-ADMITIDO
                       PERFORM TESTA-FIM-DE-MES
                   END-IF
               WHEN 'D'
                   MOVE WS-DATA-NEGOCIO TO WS-DATA-ALVO
                   MOVE WS-JOB-DIA TO WS-ALVO-DIA
                   PERFORM TESTA-DATA-ALVO
                   IF NOT WS-JOB-ADMITIDO
                      AND WS-MOTIVO = "NAO E O DIA"
                       STRING "NAO E O DIA " WS-JOB-DIA
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       END-STRING
                   END-IF
               WHEN 'F'
                   PERFORM LE-FIM-ANO-LETIVO
                   IF WS-JOB-ADMITIDO
                       PERFORM TESTA-DATA-ALVO
                       IF WS-MOTIVO = "NAO E O DIA"
                           MOVE "NAO E FIM DO ANO" TO WS-MOTIVO
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TESTA-DIA-UTIL.

           SET DU-E-DIA-UTIL TO TRUE
           PERFORM CHAMA-DIAUTIL

           IF WS-JOB-ADMITIDO AND NOT DU-UTIL
               SET WS-JOB-RECUSADO TO TRUE
               MOVE "DIA NAO UTIL" TO WS-MOTIVO
           END-IF.

      * Hoje e o ultimo dia util do mes quando o proximo dia util a
      * partir de amanha ja e do mes seguinte.
       TESTA-FIM-DE-MES.

           MOVE 'S' TO DT-FUNCAO
           MOVE WS-DATA-NEGOCIO TO DT-DATA1
           MOVE 1 TO DT-DIAS
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU OR DT-INVALIDO
               SET WS-JOB-RECUSADO TO TRUE
               MOVE "ERRO CALENDARIO" TO WS-MOTIVO
           ELSE
               MOVE DT-DATA2 TO DU-DATA
               SET DU-PROXIMO-UTIL TO TRUE
               PERFORM CHAMA-DIAUTIL
               IF WS-JOB-ADMITIDO
                  AND DU-PROXIMO (1: 6) = WS-DATA-NEGOCIO (1: 6)
                   SET WS-JOB-RECUSADO TO TRUE
                   MOVE "NAO E FIM DE MES" TO WS-MOTIVO
               END-IF
           END-IF.

      * O job corre no dia alvo ou, sendo feriado ou fim de semana,
      * no primeiro dia util a seguir.
       TESTA-DATA-ALVO.

           MOVE WS-DATA-ALVO TO DU-DATA
           SET DU-PROXIMO-UTIL TO TRUE
           PERFORM CHAMA-DIAUTIL

           IF WS-JOB-ADMITIDO AND DU-PROXIMO NOT = WS-DATA-NEGOCIO
               SET WS-JOB-RECUSADO TO TRUE
               MOVE "NAO E O DIA" TO WS-MOTIVO
           END-IF.

       CHAMA-DIAUTIL.

           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGDIAUTIL' USING DIAUTIL-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU OR DU-INVALIDO
               SET WS-JOB-RECUSADO TO TRUE
               MOVE "ERRO CALENDARIO" TO WS-MOTIVO
           END-IF.

      * A data de fim do ano letivo vem do calendario escolar (o ano
      * letivo da data de negocio); sem ele, da tabela CALENDARIO de
      * TABELAS.DAT (descricao AAAAMMDD).
       LE-FIM-ANO-LETIVO.

           SET CE-POR-DATA TO TRUE
           MOVE WS-DATA-NEGOCIO TO CE-DATA
           SET CE-SEM-FICHEIRO TO TRUE
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGPERIODO' USING PERIODO-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND CE-OK
               MOVE CE-FIM-ANO TO WS-DATA-ALVO
           ELSE
               PERFORM LE-FIM-ANO-DA-TABELA
           END-IF.

       LE-FIM-ANO-DA-TABELA.

           MOVE "CALENDARIO" TO TBC-TABELA
           MOVE "FIM-ANO-LETIVO" TO TBC-CODIGO
           MOVE ZEROS TO TBC-DATA
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGTABCON' USING TABCON-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           MOVE SPACES TO WS-TAB-DESC
           IF NOT WS-CHAMADA-FALHOU AND TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-TAB-DESC
           END-IF

           IF WS-TAB-DESC-DATA IS NUMERIC
               MOVE WS-TAB-DESC-DATA TO WS-DATA-ALVO
           ELSE
               SET WS-JOB-RECUSADO TO TRUE
               MOVE "SEM DATA FIM ANO" TO WS-MOTIVO
           END-IF.

      * O pre-requisito tem de ter todos os passos CONCLUIDOs em
      * JOBSTAT.DAT e o ultimo deles corrido hoje.
       AVALIA-PRE-REQUISITO.

           MOVE WS-JOB-PRE-REQUISITO (WS-PRE-IDX) TO WS-PRE-JOB

           IF WS-PRE-JOB NOT = SPACES AND WS-PRE-JOB NOT = WS-JOB-NOME
               MOVE ZEROS TO WS-PRE-PASSOS WS-PRE-CONCLUIDOS
                             WS-PRE-ULTIMO-SEQ WS-PRE-ULTIMA-DATA
               MOVE 'N' TO WS-FIM-FICHEIRO

               OPEN INPUT JOBSTAT
               IF WS-FS-JOBSTAT = "00"
                   PERFORM LE-REGISTO-JOBSTAT
                   PERFORM CONTA-PASSO-PRE-REQUISITO
                       UNTIL WS-SEM-MAIS-REGISTOS
                   CLOSE JOBSTAT
               END-IF

               IF WS-PRE-PASSOS = ZERO
                  OR WS-PRE-CONCLUIDOS NOT = WS-PRE-PASSOS
                  OR WS-PRE-ULTIMA-DATA NOT = WS-DATA-NEGOCIO
                   SET WS-JOB-ADIADO TO TRUE
                   STRING "FALTA " WS-PRE-JOB
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   END-STRING
               END-IF
           END-IF.

       CONTA-PASSO-PRE-REQUISITO.

           IF FD-JST-JOB = WS-PRE-JOB AND FD-JST-SEQ > ZERO
               ADD 1 TO WS-PRE-PASSOS
               IF FD-JST-ESTADO = "CONCLUIDO"
                   ADD 1 TO WS-PRE-CONCLUIDOS
               END-IF
               IF FD-JST-SEQ > WS-PRE-ULTIMO-SEQ
                   MOVE FD-JST-SEQ  TO WS-PRE-ULTIMO-SEQ
                   MOVE FD-JST-DATA TO WS-PRE-ULTIMA-DATA
               END-IF
           END-IF

           PERFORM LE-REGISTO-JOBSTAT.

      * Os passos vem de JOBDEF.DAT pela ordem da sequencia (o
      * ficheiro de serie ja sai ordenado); sem JOBDEF.DAT o
      * FIMDIA compilado de sempre continua a valer.

           MOVE ZEROS TO WS-PAS-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE SPACE  TO WS-JOB-REGRA
           MOVE ZEROS  TO WS-JOB-DIA
           MOVE SPACES TO WS-JOB-PRE-TAB

           OPEN INPUT JOBDEF
           IF WS-FS-JOBDEF NOT = "00"

       GUARDA-PASSO.

           IF JDF-JOB = WS-JOB-NOME AND JDF-SEQ = ZEROS
               MOVE JDF-REGRA TO WS-JOB-REGRA
               IF JDF-DIA NUMERIC
                   MOVE JDF-DIA TO WS-JOB-DIA
               END-IF
               MOVE JDF-PRE-REQUISITO (1) TO WS-JOB-PRE-REQUISITO (1)
               MOVE JDF-PRE-REQUISITO (2) TO WS-JOB-PRE-REQUISITO (2)
               MOVE JDF-PRE-REQUISITO (3) TO WS-JOB-PRE-REQUISITO (3)
           END-IF

           IF JDF-JOB = WS-JOB-NOME AND JDF-SEQ > ZEROS
              AND WS-PAS-CONT < WS-PAS-MAX
               ADD 1 TO WS-PAS-CONT
               MOVE JDF-PROGRAMA TO WS-PASSO-NOME (WS-PAS-CONT)
               END-IF
               MOVE "PENDENTE" TO WS-PASSO-ESTADO (WS-PAS-CONT)
               MOVE ZEROS TO WS-PASSO-RC (WS-PAS-CONT)
                             WS-PASSO-DATA (WS-PAS-CONT)
                             WS-PASSO-HORA (WS-PAS-CONT)
           END-IF

           PERFORM LE-JOBDEF.

       PASSOS-FIMDIA-COMPILADOS.

           MOVE 11 TO WS-PAS-CONT
           MOVE "PROGVALCTL"    TO WS-PASSO-NOME (1)
           MOVE "PROGPAINEL"    TO WS-PASSO-NOME (2)
           MOVE "BOLETIM"       TO WS-PASSO-NOME (3)
           MOVE "PROGCHAMADOR"  TO WS-PASSO-NOME (4)
           MOVE "PROGPAG"       TO WS-PASSO-NOME (5)
           MOVE "PROGMULTIBANCO" TO WS-PASSO-NOME (6)
           MOVE "PROGSIZEERROR" TO WS-PASSO-NOME (7)
           MOVE "PROGRELDIA"    TO WS-PASSO-NOME (8)
           MOVE "PROGPRAZOS"    TO WS-PASSO-NOME (9)
           MOVE "PROGBACKUP"    TO WS-PASSO-NOME (10)
           MOVE "PROGVERIFICA"  TO WS-PASSO-NOME (11)

           PERFORM LIMPA-PASSO
               VARYING WS-PASSO-IDX FROM 1 BY 1

           MOVE 4 TO WS-PASSO-POLITICA (WS-PASSO-IDX)
           MOVE "PENDENTE" TO WS-PASSO-ESTADO (WS-PASSO-IDX)
           MOVE ZEROS TO WS-PASSO-RC (WS-PASSO-IDX)
                         WS-PASSO-DATA (WS-PASSO-IDX)
                         WS-PASSO-HORA (WS-PASSO-IDX).

       LE-JOBSTAT.

              AND FD-JST-SEQ >= 1 AND FD-JST-SEQ <= WS-PAS-CONT
               MOVE FD-JST-ESTADO TO WS-PASSO-ESTADO (FD-JST-SEQ)
               MOVE FD-JST-RC     TO WS-PASSO-RC (FD-JST-SEQ)
               MOVE FD-JST-DATA   TO WS-PASSO-DATA (FD-JST-SEQ)
               MOVE FD-JST-HORA   TO WS-PASSO-HORA (FD-JST-SEQ)
           END-IF

           PERFORM LE-REGISTO-JOBSTAT.
           END-IF

           MOVE WS-RC-PASSO TO WS-PASSO-RC (WS-PASSO-IDX)
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE  TO WS-PASSO-DATA (WS-PASSO-IDX)
           MOVE WS-HORA-AGORA TO WS-PASSO-HORA (WS-PASSO-IDX)

           IF WS-RC-PASSO > WS-RC-JOB
               MOVE WS-RC-PASSO TO WS-RC-JOB

           PERFORM REPOE-OUTROS-JOBS

           IF WS-JOB-RECUSADO OR WS-JOB-ADIADO
               PERFORM GRAVA-DECISAO-JOBSTAT
           END-IF

           PERFORM GRAVA-REGISTO-JOBSTAT
               VARYING FD-JST-SEQ FROM 1 BY 1
               UNTIL FD-JST-SEQ > WS-PAS-CONT
           MOVE WS-PASSO-NOME (FD-JST-SEQ)   TO FD-JST-PROGRAMA
           MOVE WS-PASSO-RC (FD-JST-SEQ)     TO FD-JST-RC
           MOVE WS-PASSO-ESTADO (FD-JST-SEQ) TO FD-JST-ESTADO
           MOVE WS-PASSO-DATA (FD-JST-SEQ)   TO FD-JST-DATA
           MOVE WS-PASSO-HORA (FD-JST-SEQ)   TO FD-JST-HORA
           WRITE FD-JOBSTAT-REG.

      * Registo 00 do job: porque nao correu (o motivo vai no campo
      * do programa) e o RC que o driver devolveu.
       GRAVA-DECISAO-JOBSTAT.

           MOVE WS-JOB-NOME TO FD-JST-JOB
           MOVE ZEROS       TO FD-JST-SEQ
           MOVE WS-MOTIVO   TO FD-JST-PROGRAMA
           MOVE WS-RC-JOB   TO FD-JST-RC
           IF WS-JOB-RECUSADO
               MOVE "RECUSADO" TO FD-JST-ESTADO
           ELSE
               MOVE "ADIADO" TO FD-JST-ESTADO
           END-IF
           MOVE WS-DATA-HOJE  TO FD-JST-DATA
           MOVE WS-HORA-AGORA TO FD-JST-HORA
           WRITE FD-JOBSTAT-REG.


           OPEN OUTPUT JOBDEF

           MOVE SPACES TO FD-JOBDEF-REG
           MOVE "FIMDIA" TO JDF-JOB
           MOVE ZEROS TO JDF-SEQ JDF-POLITICA JDF-DIA
           SET JDF-DIA-UTIL TO TRUE
           WRITE FD-JOBDEF-REG

           MOVE SPACES TO FD-JOBDEF-REG
           MOVE "FIMDIA" TO JDF-JOB
           MOVE 1 TO JDF-SEQ
           MOVE "PROGVALCTL" TO JDF-PROGRAMA

           MOVE "FIMDIA" TO JDF-JOB
           MOVE 6 TO JDF-SEQ
           MOVE "PROGMULTIBANCO" TO JDF-PROGRAMA
           MOVE 4 TO JDF-POLITICA
           WRITE FD-JOBDEF-REG

           MOVE "FIMDIA" TO JDF-JOB
           MOVE 7 TO JDF-SEQ
           MOVE "PROGSIZEERROR" TO JDF-PROGRAMA
           MOVE 4 TO JDF-POLITICA
           WRITE FD-JOBDEF-REG

           MOVE "FIMDIA" TO JDF-JOB
           MOVE 8 TO JDF-SEQ
           MOVE "PROGRELDIA" TO JDF-PROGRAMA
           MOVE 4 TO JDF-POLITICA
           WRITE FD-JOBDEF-REG

           MOVE "FIMDIA" TO JDF-JOB
           MOVE 9 TO JDF-SEQ
           MOVE "PROGPRAZOS" TO JDF-PROGRAMA
           MOVE 4 TO JDF-POLITICA
           WRITE FD-JOBDEF-REG

           MOVE "FIMDIA" TO JDF-JOB
           MOVE 10 TO JDF-SEQ
           MOVE "PROGBACKUP" TO JDF-PROGRAMA
           MOVE 4 TO JDF-POLITICA
           WRITE FD-JOBDEF-REG

           MOVE "FIMDIA" TO JDF-JOB
           MOVE 11 TO JDF-SEQ
           MOVE "PROGVERIFICA" TO JDF-PROGRAMA
           MOVE 4 TO JDF-POLITICA
           WRITE FD-JOBDEF-REG

           MOVE SPACES TO FD-JOBDEF-REG
           MOVE "FIMMES" TO JDF-JOB
           MOVE ZEROS TO JDF-SEQ JDF-POLITICA JDF-DIA
           SET JDF-FIM-MES TO TRUE
           MOVE "FIMDIA" TO JDF-PRE-REQUISITO (1)
           WRITE FD-JOBDEF-REG

           MOVE SPACES TO FD-JOBDEF-REG
           MOVE "FIMMES" TO JDF-JOB
           MOVE 1 TO JDF-SEQ
           MOVE "PROGARQLOG" TO JDF-PROGRAMA
           MOVE 4 TO JDF-POLITICA
           WRITE FD-JOBDEF-REG

           MOVE "FIMMES" TO JDF-JOB
           MOVE 5 TO JDF-SEQ
           MOVE "PROGCONTACLI" TO JDF-PROGRAMA
           MOVE 4 TO JDF-POLITICA
           WRITE FD-JOBDEF-REG

           MOVE "FIMMES" TO JDF-JOB
           MOVE 6 TO JDF-SEQ
           MOVE "PROGMORADAS" TO JDF-PROGRAMA
           MOVE 4 TO JDF-POLITICA
           WRITE FD-JOBDEF-REG

           CLOSE JOBDEF

           DISPLAY "JOBDEF.DAT CARREGADO COM OS JOBS FIMDIA E "
