      * 03/09/26 - Cada matricula leva o ano letivo (MAT-ANO-LETIVO
      *            = CTL-ANO-LETIVO de CONTROLE.DAT, com a data do
      *            sistema como omissao).
      * 15/10/26 - Lista de espera (ESPERA.DAT, ESPREG.cpy): quando a
      *            turma esta cheia o operador pode inscrever o aluno
      *            na lista, com a prioridade (irmao na escola, filho
      *            de funcionario). As vagas ja oferecidas a outros
      *            candidatos (PROGOFERTA) e ainda por responder
      *            contam como lugares ocupados; o aluno com a vaga
      *            oferecida entra e o seu pedido passa a
      *            matriculado (regravado por ESPERA.TMP).
      * 15/10/26 - A turma escolhida e confrontada com a idade do aluno:
      *            a data de nascimento vem da ficha do aluno
      *            (FICHAS.DAT, PROGFICHA) e a idade feita ate 31/12 do
      *            ano letivo tem de caber no nivel de ensino da turma
      *            (TUR-NIVEL-ENSINO + 5, com ate duas retencoes). Fora
      *            disso, ou sem ficha, so avisa - a matricula segue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMATRICULA.
           SELECT CONTROLE         ASSIGN TO "CONTROLE.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-FS-CONTROLE.

           SELECT ESPERA           ASSIGN TO "ESPERA.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-FS-ESPERA.

           SELECT TRABALHO         ASSIGN TO "ESPERA.TMP"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-FS-TRABALHO.

           SELECT FICHAS           ASSIGN TO "FICHAS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS FIC-ALUNO
                                    FILE STATUS IS WS-FS-FICHAS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULAS.
       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  ESPERA.
       COPY "ESPREG.cpy" REPLACING NIVEL-ESP BY 01
                                   CAMPO-ESP-REG BY FD-ESPERA-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(33).

       FD  FICHAS.
       COPY "FICREG.cpy" REPLACING NIVEL-FIC BY 01
                                   CAMPO-FIC-REG BY FD-FICHA-REG.

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-MAT-LEITURA                PIC X(02) VALUE SPACES.
       01 WS-FS-TURMAS                     PIC X(02) VALUE SPACES.
       01 WS-FS-ALUNOS                     PIC X(02) VALUE SPACES.
       01 WS-FS-ESPERA                     PIC X(02) VALUE SPACES.
       01 WS-FS-TRABALHO                   PIC X(02) VALUE SPACES.
       01 WS-FS-FICHAS                     PIC X(02) VALUE SPACES.

       01 WS-ALUNO-NUM                     PIC 9(06) VALUE ZEROS.
       01 WS-MATERIA                       PIC A(30).
       01 WS-TURMAS-FIM                    PIC X VALUE 'N'.
           88 WS-TURMAS-FIM-FICHEIRO              VALUE 'S'.
       01 WS-TURMA-CAPACIDADE              PIC 9(03) VALUE ZEROS.
       01 WS-TURMA-NIVEL                   PIC X(02) VALUE SPACES.

      * Idade para o nivel da turma: a idade que o aluno faz ate
      * 31/12 do ano letivo (ano letivo - ano de nascimento). No
      * ano de escolaridade N a idade normal e N + 5; aceitam-se ate
      * duas retencoes (N + 7). Fora disto so avisa - o operador
      * decide, a matricula nao e travada.
       01 WS-IDADE-ALUNO                   PIC 9(03) VALUE ZEROS.
       01 WS-IDADE-MINIMA                  PIC 9(03) VALUE ZEROS.
       01 WS-IDADE-MAXIMA                  PIC 9(03) VALUE ZEROS.
       01 WS-NIVEL-NUM                     PIC 9(02) VALUE ZEROS.
       01 WS-IDADE-NORMAL                  PIC 9(02) VALUE 5.
       01 WS-IDADE-RETENCOES               PIC 9(02) VALUE 2.
       01 WS-NASCIMENTO                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-NASCIMENTO.
           03 WS-NASC-ANO                  PIC 9(04).
           03 WS-NASC-MMDD                 PIC 9(04).

      * Contagem de cabecas da turma: alunos distintos ja colocados
      * nela em MATRICULAS.DAT (um aluno com varias disciplinas conta
           88 WS-TURMA-CHEIA                      VALUE 'S'.

       01 WS-CONT-GRAVADAS                 PIC 9(03) VALUE ZEROS.
       01 WS-CONT-ANTES                    PIC 9(03) VALUE ZEROS.

      * Lista de espera: vagas oferecidas a outros candidatos e por
      * responder ocupam lugar; o pedido vivo do proprio aluno (em
      * espera ou com a vaga oferecida) passa a matriculado.
       01 WS-ESPERA-FIM                    PIC X VALUE 'N'.
           88 WS-ESPERA-FIM-FICHEIRO              VALUE 'S'.
       01 WS-OFERTAS-PENDENTES             PIC 9(03) VALUE ZEROS.
       01 WS-PEDIDO-ACHADO                 PIC X VALUE 'N'.
           88 WS-ALUNO-EM-ESPERA                  VALUE 'S'.
       01 WS-PEDIDO-ALTERADO               PIC X VALUE 'N'.
           88 WS-PEDIDO-TRATADO                   VALUE 'S'.
       01 WS-INSCREVE                      PIC X VALUE 'N'.
       01 WS-PRIORIDADE                    PIC X(01) VALUE SPACE.

       01 WS-IND-DISCON                    PIC X VALUE 'N'.
           88 WS-DISCON-FALHOU                    VALUE 'S'.
            ELSE
                DISPLAY "ALUNO " WS-ALUNO-NUM ": " ALU-NOME
                PERFORM PEDE-TURMA
                PERFORM VERIFICA-IDADE
                PERFORM VERIFICA-LOTACAO
                IF WS-TURMA-CHEIA
                    DISPLAY " "
                    DISPLAY "* MATRICULA RECUSADA - ESCOLHA OUTRA    *"
                    DISPLAY "* TURMA OU ALARGUE-A NO PROGTURMA.      *"
                    DISPLAY "*****************************************"
                    PERFORM PROPOE-LISTA-ESPERA
                ELSE
                    MOVE WS-CONT-GRAVADAS TO WS-CONT-ANTES
                    MOVE 'S' TO WS-MAIS-MATERIAS
                    PERFORM REGISTA-MATERIA
                        UNTIL WS-MAIS-MATERIAS = "N"
                           OR WS-MAIS-MATERIAS = "n"
                    IF WS-ALUNO-EM-ESPERA
                       AND WS-CONT-GRAVADAS > WS-CONT-ANTES
                        PERFORM REGRAVA-ESPERA
                    END-IF
                END-IF
            END-IF

            MOVE 'N' TO WS-TURMA-ACHADA
            MOVE 'N' TO WS-TURMAS-FIM
            MOVE 999 TO WS-TURMA-CAPACIDADE
            MOVE SPACES TO WS-TURMA-NIVEL

            OPEN INPUT TURMAS
            IF WS-FS-TURMAS NOT = "00"
                IF TUR-CAPACIDADE > ZERO
                    MOVE TUR-CAPACIDADE TO WS-TURMA-CAPACIDADE
                END-IF
                MOVE TUR-NIVEL-ENSINO TO WS-TURMA-NIVEL
            ELSE
                PERFORM LE-TURMA
            END-IF.

      * Confronta a idade do aluno (FICHAS.DAT, PROGFICHA) com o
      * nivel de ensino da turma. Sem ficha, sem data de nascimento
      * ou sem nivel numerico na turma nao ha verificacao.
       VERIFICA-IDADE.

            MOVE ZEROS TO WS-NASCIMENTO

            OPEN INPUT FICHAS
            IF WS-FS-FICHAS = "00"
                MOVE WS-ALUNO-NUM TO FIC-ALUNO
                READ FICHAS
                IF WS-FS-FICHAS = "00"
                    MOVE FIC-DATA-NASCIMENTO TO WS-NASCIMENTO
                END-IF
                CLOSE FICHAS
            END-IF

            EVALUATE TRUE
                WHEN WS-NASCIMENTO = ZEROS
                    DISPLAY "AVISO: SEM FICHA DO ALUNO (PROGFICHA) - "
                            "IDADE NAO VERIFICADA."
                WHEN WS-TURMA-NIVEL NOT NUMERIC
                    CONTINUE
                WHEN OTHER
                    MOVE WS-TURMA-NIVEL TO WS-NIVEL-NUM
                    COMPUTE WS-IDADE-MINIMA =
                            WS-NIVEL-NUM + WS-IDADE-NORMAL
                    COMPUTE WS-IDADE-MAXIMA =
                            WS-IDADE-MINIMA + WS-IDADE-RETENCOES
                    MOVE ZEROS TO WS-IDADE-ALUNO
                    IF CTL-ANO-LETIVO > WS-NASC-ANO
                        COMPUTE WS-IDADE-ALUNO =
                                CTL-ANO-LETIVO - WS-NASC-ANO
                    END-IF
                    IF WS-IDADE-ALUNO < WS-IDADE-MINIMA
                       OR WS-IDADE-ALUNO > WS-IDADE-MAXIMA
                        DISPLAY " "
                        DISPLAY "*************************************"
                                "****"
                        DISPLAY "* AVISO: O ALUNO FAZ " WS-IDADE-ALUNO
                                " ANOS EM " CTL-ANO-LETIVO
                                " E A TURMA"
                        DISPLAY "* " WS-TURMA " E DO " WS-TURMA-NIVEL
                                ".O ANO (IDADE NORMAL "
                                WS-IDADE-MINIMA " A "
                                WS-IDADE-MAXIMA ")."
                        DISPLAY "* CONFIRME A TURMA ANTES DE GRAVAR "
                                "AS DISCIPLINAS."
                        DISPLAY "*************************************"
                                "****"
                    END-IF
            END-EVALUATE.

      * Conta os alunos distintos ja colocados na turma escolhida.
      * O handle de gravacao e fechado e reaberto a volta da
      * contagem, para as matriculas gravadas nesta mesma sessao
                OPEN OUTPUT MATRICULAS
            END-IF

            PERFORM CONTA-OFERTAS-PENDENTES

            IF NOT WS-ALUNO-JA-NA-TURMA
               AND WS-CAB-CONT + WS-OFERTAS-PENDENTES
                   >= WS-TURMA-CAPACIDADE
                SET WS-TURMA-CHEIA TO TRUE
            END-IF.

      * Vagas oferecidas pela lista de espera a outros alunos, do
      * ano e da turma, que ainda nao se matricularam; ao mesmo
      * tempo ve se o proprio aluno tem pedido vivo nesta turma.
       CONTA-OFERTAS-PENDENTES.

            MOVE ZEROS TO WS-OFERTAS-PENDENTES
            MOVE 'N' TO WS-PEDIDO-ACHADO
            MOVE 'N' TO WS-ESPERA-FIM

            OPEN INPUT ESPERA
            IF WS-FS-ESPERA = "00"
                PERFORM LE-ESPERA
                PERFORM CONTA-OFERTA
                    UNTIL WS-ESPERA-FIM-FICHEIRO
                CLOSE ESPERA
            END-IF.

       LE-ESPERA.

            READ ESPERA
                AT END SET WS-ESPERA-FIM-FICHEIRO TO TRUE
            END-READ.

       CONTA-OFERTA.

            IF ESP-TURMA = WS-TURMA
               AND ESP-ANO-LETIVO = CTL-ANO-LETIVO
               AND (ESP-EM-ESPERA OR ESP-OFERECIDA)
                IF ESP-ALUNO = WS-ALUNO-NUM
                    SET WS-ALUNO-EM-ESPERA TO TRUE
                ELSE
                    IF ESP-OFERECIDA
                        MOVE 'N' TO WS-CAB-ACHADO
                        PERFORM PROCURA-CABECA-ESPERA
                            VARYING WS-CAB-IDX FROM 1 BY 1
                            UNTIL WS-CAB-IDX > WS-CAB-CONT
                               OR WS-CAB-JA-CONTADO
                        IF NOT WS-CAB-JA-CONTADO
                            ADD 1 TO WS-OFERTAS-PENDENTES
                        END-IF
                    END-IF
                END-IF
            END-IF

            PERFORM LE-ESPERA.

       PROCURA-CABECA-ESPERA.

            IF WS-CAB-ALUNO (WS-CAB-IDX) = ESP-ALUNO
                SET WS-CAB-JA-CONTADO TO TRUE
            END-IF.

      * Turma cheia: o aluno pode ficar na lista de espera da turma
      * (um pedido vivo por aluno, turma e ano).
       PROPOE-LISTA-ESPERA.

            IF WS-ALUNO-EM-ESPERA
                DISPLAY "O ALUNO JA ESTA NA LISTA DE ESPERA DA "
                        "TURMA " WS-TURMA "."
            ELSE
                DISPLAY "INSCREVER O ALUNO NA LISTA DE ESPERA DA "
                        "TURMA? (S/N): "
                MOVE 'N' TO WS-INSCREVE
                ACCEPT WS-INSCREVE
                IF WS-INSCREVE = "S" OR WS-INSCREVE = "s"
                    PERFORM PEDE-PRIORIDADE
                    PERFORM GRAVA-PEDIDO-ESPERA
                END-IF
            END-IF.

       PEDE-PRIORIDADE.

            DISPLAY "PRIORIDADE (I = IRMAO NA ESCOLA, F = FILHO DE "
                    "FUNCIONARIO, ENTER = NENHUMA): "
            MOVE SPACE TO WS-PRIORIDADE
            ACCEPT WS-PRIORIDADE

            EVALUATE WS-PRIORIDADE
                WHEN 'i'
                    MOVE 'I' TO WS-PRIORIDADE
                WHEN 'f'
                    MOVE 'F' TO WS-PRIORIDADE
                WHEN 'I'
                WHEN 'F'
                WHEN SPACE
                    CONTINUE
                WHEN OTHER
                    DISPLAY "PRIORIDADE INVALIDA - TENTE NOVAMENTE."
                    PERFORM PEDE-PRIORIDADE
            END-EVALUATE.

       GRAVA-PEDIDO-ESPERA.

            OPEN EXTEND ESPERA
            IF WS-FS-ESPERA = "35"
                OPEN OUTPUT ESPERA
                CLOSE ESPERA
                OPEN EXTEND ESPERA
            END-IF

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-TURMA        TO ESP-TURMA
            MOVE WS-ALUNO-NUM    TO ESP-ALUNO
            MOVE CTL-ANO-LETIVO  TO ESP-ANO-LETIVO
            MOVE WS-DATA-SISTEMA TO ESP-DATA-PEDIDO
            MOVE WS-PRIORIDADE   TO ESP-PRIORIDADE
            SET ESP-EM-ESPERA    TO TRUE
            MOVE ZEROS           TO ESP-DATA-OFERTA
            WRITE FD-ESPERA-REG
            CLOSE ESPERA

            DISPLAY "ALUNO INSCRITO NA LISTA DE ESPERA DA TURMA "
                    WS-TURMA " (PROGESPERA).".

      * O aluno matriculou-se: o seu pedido vivo na lista de espera
      * desta turma passa a matriculado.
       REGRAVA-ESPERA.

            MOVE 'N' TO WS-PEDIDO-ALTERADO
            MOVE 'N' TO WS-ESPERA-FIM

            OPEN INPUT ESPERA
            OPEN OUTPUT TRABALHO

            PERFORM LE-ESPERA
            PERFORM TRATA-ESPERA
                UNTIL WS-ESPERA-FIM-FICHEIRO

            CLOSE ESPERA
            CLOSE TRABALHO

            MOVE 'N' TO WS-ESPERA-FIM

            OPEN INPUT TRABALHO
            OPEN OUTPUT ESPERA

            PERFORM LE-TRABALHO
            PERFORM RECARREGA-ESPERA
                UNTIL WS-ESPERA-FIM-FICHEIRO

            CLOSE TRABALHO
            CLOSE ESPERA.

       TRATA-ESPERA.

            IF ESP-ALUNO = WS-ALUNO-NUM
               AND ESP-TURMA = WS-TURMA
               AND ESP-ANO-LETIVO = CTL-ANO-LETIVO
               AND (ESP-EM-ESPERA OR ESP-OFERECIDA)
               AND NOT WS-PEDIDO-TRATADO
                SET ESP-MATRICULADO TO TRUE
                SET WS-PEDIDO-TRATADO TO TRUE
            END-IF

            MOVE FD-ESPERA-REG TO FD-TRABALHO-REG
            WRITE FD-TRABALHO-REG

            PERFORM LE-ESPERA.

       LE-TRABALHO.

            READ TRABALHO
                AT END SET WS-ESPERA-FIM-FICHEIRO TO TRUE
            END-READ.

       RECARREGA-ESPERA.

            MOVE FD-TRABALHO-REG TO FD-ESPERA-REG
            WRITE FD-ESPERA-REG

            PERFORM LE-TRABALHO.

       LE-MAT-LEITURA.

            READ MATRICULAS-LEITURA
