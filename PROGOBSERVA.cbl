      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: OBSERVACOES DO CONSELHO DE TURMA - A APRECIACAO DE
      *          CADA ALUNO POR PERIODO (OBSERVACOES.DAT), ESCRITA
      *          ATE AO FECHO DO PERIODO E SO DE CONSULTA DEPOIS.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGMATCONF. A
      *            apreciacao do conselho de turma era escrita a mao
      *            no boletim em papel. Cada observacao e de um aluno
      *            matriculado na turma (MATRICULAS.DAT) num periodo
      *            e ano letivo (por omissao os do calendario escolar,
      *            via PROGPERIODO), tem o docente autor (DOC-NUMERO
      *            de DOCENTES.DAT) e ate quatro linhas de texto. Um
      *            operador docente (perfil D) escreve em seu nome e
      *            so nas turmas em que tem atribuicao (PROGATRCON,
      *            qualquer disciplina); a secretaria indica o autor.
      *            Fechado o periodo em PERFECHO.DAT (PROGFECHOPER),
      *            as observacoes desse periodo ficam so de consulta.
      *            Gravar e apagar ficam em AUDIT.DAT (tipo OBSERVA).
      *            A alteracao regrava o ficheiro pelo de trabalho
      *            OBSERVACOES.TMP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOBSERVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBSERVACOES ASSIGN TO "OBSERVACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OBSERVACOES.
           SELECT TRABALHO    ASSIGN TO "OBSERVACOES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT PERFECHO    ASSIGN TO "PERFECHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERFECHO.
           SELECT MATRICULAS  ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATRICULAS.
           SELECT DOCENTES    ASSIGN TO "DOCENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-NUMERO
               FILE STATUS IS WS-FS-DOCENTES.
           SELECT CONTROLE    ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
       DATA DIVISION.
       FILE SECTION.
       FD  OBSERVACOES.
       COPY "OBSREG.cpy" REPLACING NIVEL-OBS BY 01
                                   CAMPO-OBS-REG BY FD-OBSERVACAO-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(277).

       FD  PERFECHO.
       COPY "PERREG.cpy" REPLACING NIVEL-PFE BY 01
                                   CAMPO-PFE-REG BY FD-PERFECHO-REG.

       FD  MATRICULAS.
       COPY "MATREG.cpy" REPLACING NIVEL-MAT BY 01
                                   CAMPO-MAT-REG BY FD-MATRICULA-REG.

       FD  DOCENTES.
       COPY "DOCREG.cpy" REPLACING NIVEL-DOC BY 01
                                   CAMPO-DOC-REG BY FD-DOCENTE-REG.

       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-OBSERVACOES        PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-PERFECHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-MATRICULAS         PIC X(02) VALUE ZEROS.
       01 WS-FS-DOCENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

      * Ano letivo e periodo da sessao - as observacoes sao sempre
      * deste periodo.
       01 WS-ANO-LETIVO            PIC 9(04) VALUE ZEROS.
       01 WS-PERIODO               PIC 9(01) VALUE ZEROS.
       01 WS-FECHO-ACHADO          PIC X VALUE 'N'.
           88 WS-PERIODO-FECHADO          VALUE 'S'.

       01 WS-TURMA                 PIC X(05) VALUE SPACES.
       01 WS-ALUNO                 PIC 9(06) VALUE ZEROS.
       01 WS-DOCENTE               PIC 9(04) VALUE ZEROS.
       01 WS-DOCENTE-NOME          PIC X(30) VALUE SPACES.

       01 WS-MATRICULA-ACHADA      PIC X VALUE 'N'.
           88 WS-ALUNO-MATRICULADO        VALUE 'S'.
       01 WS-AUTOR-OK              PIC X VALUE 'N'.
           88 WS-AUTOR-VALIDO             VALUE 'S'.
       01 WS-OBSERVACAO-ACHADA     PIC X VALUE 'N'.
           88 WS-OBSERVACAO-EXISTE        VALUE 'S'.
       01 WS-REGRAVACAO-FEITA      PIC X VALUE 'N'.
           88 WS-OBSERVACAO-REGRAVADA     VALUE 'S'.
       01 WS-ACAO                  PIC X VALUE 'G'.
           88 WS-ACAO-GRAVAR              VALUE 'G'.
           88 WS-ACAO-APAGAR              VALUE 'A'.

      * A observacao que esta a ser digitada, no layout do ficheiro.
       COPY "OBSREG.cpy" REPLACING NIVEL-OBS BY 01
                                   CAMPO-OBS-REG BY WS-OBSERVACAO-REG.

      * A observacao ja gravada que se mostra (ou se substitui).
       COPY "OBSREG.cpy" REPLACING NIVEL-OBS BY 01
                                   CAMPO-OBS-REG BY WS-OBS-GRAVADA.

       01 WS-LINHA-IDX             PIC 9(01) VALUE ZEROS.
       01 WS-LINHA-TEXTO           PIC X(60) VALUE SPACES.
       01 WS-FIM-TEXTO             PIC X VALUE 'N'.
           88 WS-TEXTO-TERMINADO          VALUE 'S'.

       01 WS-CONFIRMA              PIC X VALUE 'N'.
           88 WS-CONFIRMADO               VALUE 'S' 's'.

       01 WS-CONT-LISTADAS         PIC 9(03) VALUE ZEROS.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
           03 WS-DH-ANO                PIC X(04).
           03 WS-DH-MES                PIC X(02).
           03 WS-DH-DIA                PIC X(02).

       01 WS-IND-PERIODO           PIC X VALUE 'N'.
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

       01 WS-IND-ATRCON            PIC X VALUE 'N'.
           88 WS-ATRCON-FALHOU            VALUE 'S'.

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

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-AUDIT             PIC X VALUE 'N'.
           88 WS-AUDIT-FALHOU             VALUE 'S'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
               88 SGN-DOCENTE                 VALUE 'D'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       01 AUDIT-PARAMETRES.
           02 AUD-PROGRAMA             PIC X(14).
           02 AUD-TIPO                 PIC X(08).
           02 AUD-OPERADOR             PIC X(08).
           02 AUD-DETALHE              PIC X(60).
           02 AUD-RESULTADO            PIC X(01).
               88 AUD-OK                      VALUE 'S'.
               88 AUD-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   OBSERVACOES DO CONSELHO DE TURMA      *"
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
               PERFORM PEDE-PERIODO-SESSAO
               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO
           END-IF

           DISPLAY "OBSERVACOES TERMINADO."
           GOBACK.

      * O ano letivo corrente vem de CONTROLE.DAT; sem ele vale o
      * ano da data do sistema, recuando um ano antes de setembro.
       LE-CONTROLE.

           MOVE SPACES TO CTL-REGISTO-GERAL
           MOVE ZEROS  TO CTL-ANO-LETIVO

           OPEN INPUT CONTROLE
           IF WS-FS-CONTROLE = "00"
               READ CONTROLE
               IF WS-FS-CONTROLE = "00"
                   MOVE FD-CTL-REGISTO TO CTL-REGISTO-GERAL
               END-IF
               CLOSE CONTROLE
           END-IF

           IF CTL-ANO-LETIVO NOT NUMERIC
               MOVE ZEROS TO CTL-ANO-LETIVO
           END-IF
           IF CTL-PERIODO-CORRENTE NOT NUMERIC
              OR CTL-PERIODO-CORRENTE < 1
              OR CTL-PERIODO-CORRENTE > 3
               MOVE 1 TO CTL-PERIODO-CORRENTE
           END-IF
           IF CTL-ANO-LETIVO = ZEROS
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DH-ANO TO CTL-ANO-LETIVO
               IF WS-DH-MES < "09"
                   SUBTRACT 1 FROM CTL-ANO-LETIVO
               END-IF
           END-IF

           PERFORM APURA-CALENDARIO.

      * O ano letivo e o periodo do dia saem do calendario escolar;
      * sem calendario para hoje fica o de CONTROLE.DAT.
       APURA-CALENDARIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO CE-DATA
           SET CE-POR-DATA TO TRUE
           SET CE-SEM-FICHEIRO TO TRUE
           MOVE 'N' TO WS-IND-PERIODO

           CALL 'PROGPERIODO' USING PERIODO-PARAMETRES
               ON EXCEPTION
                   SET WS-PERIODO-FALHOU TO TRUE
           END-CALL

           IF CE-OK AND NOT WS-PERIODO-FALHOU
               MOVE CE-ANO-LETIVO TO CTL-ANO-LETIVO
               MOVE CE-PERIODO    TO CTL-PERIODO-CORRENTE
           END-IF.

      * O conselho pode escrever as observacoes de um periodo
      * anterior enquanto ele nao estiver fechado.
       PEDE-PERIODO-SESSAO.

           DISPLAY "ANO LETIVO (ENTER = " CTL-ANO-LETIVO "): "
           MOVE ZEROS TO WS-ANO-LETIVO
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO = ZEROS
               MOVE CTL-ANO-LETIVO TO WS-ANO-LETIVO
           END-IF

           DISPLAY "PERIODO (1 A 3, ENTER = " CTL-PERIODO-CORRENTE
                   "): "
           MOVE ZERO TO WS-PERIODO
           ACCEPT WS-PERIODO
           IF WS-PERIODO < 1 OR WS-PERIODO > 3
               MOVE CTL-PERIODO-CORRENTE TO WS-PERIODO
           END-IF

           PERFORM VERIFICA-PERIODO-FECHADO

           DISPLAY "OBSERVACOES DO PERIODO " WS-PERIODO
                   " DO ANO LETIVO " WS-ANO-LETIVO "."
           IF WS-PERIODO-FECHADO
               DISPLAY "PERIODO FECHADO - AS OBSERVACOES FICAM SO "
                       "PARA CONSULTA."
           END-IF.

       VERIFICA-PERIODO-FECHADO.

           MOVE 'N' TO WS-FECHO-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PERFECHO
           IF WS-FS-PERFECHO = "00"
               PERFORM LE-FECHO
               PERFORM VERIFICA-FECHO
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-PERIODO-FECHADO
               CLOSE PERFECHO
           END-IF.

       LE-FECHO.

           READ PERFECHO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-FECHO.

           IF PFE-ANO-LETIVO = WS-ANO-LETIVO
              AND PFE-PERIODO = WS-PERIODO
               SET WS-PERIODO-FECHADO TO TRUE
           ELSE
               PERFORM LE-FECHO
           END-IF.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - ESCREVER / ALTERAR OBSERVACAO"
           DISPLAY "  2 - APAGAR OBSERVACAO"
           DISPLAY "  3 - CONSULTAR OBSERVACOES DE UM ALUNO"
           DISPLAY "  4 - LISTAR OBSERVACOES DE UMA TURMA"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ESCREVE-OBSERVACAO
               WHEN 2
                   PERFORM APAGA-OBSERVACAO
               WHEN 3
                   PERFORM CONSULTA-ALUNO
               WHEN 4
                   PERFORM LISTA-TURMA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       ESCREVE-OBSERVACAO.

           IF WS-PERIODO-FECHADO
               DISPLAY "PERIODO " WS-PERIODO " FECHADO - "
                       "OBSERVACAO RECUSADA."
           ELSE
               PERFORM PEDE-ALUNO-TURMA
               IF WS-ALUNO-MATRICULADO
                   PERFORM APURA-AUTOR
               END-IF
               IF WS-ALUNO-MATRICULADO AND WS-AUTOR-VALIDO
                   PERFORM PROCURA-OBSERVACAO
                   IF WS-OBSERVACAO-EXISTE
                       DISPLAY "OBSERVACAO ATUAL (SERA SUBSTITUIDA):"
                       PERFORM MOSTRA-DETALHE-OBSERVACAO
                   END-IF
                   PERFORM VERIFICA-AUTOR-ANTERIOR
               END-IF
               IF WS-ALUNO-MATRICULADO AND WS-AUTOR-VALIDO
                   PERFORM PEDE-TEXTO
                   IF OBS-NUM-LINHAS OF WS-OBSERVACAO-REG = ZERO
                       DISPLAY "OBSERVACAO VAZIA - NADA GRAVADO."
                   ELSE
                       SET WS-ACAO-GRAVAR TO TRUE
                       PERFORM GRAVA-OBSERVACAO
                   END-IF
               END-IF
           END-IF.

       PEDE-ALUNO-TURMA.

           MOVE 'N' TO WS-MATRICULA-ACHADA

           DISPLAY "TURMA: "
           ACCEPT WS-TURMA
           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-ALUNO

           PERFORM VERIFICA-MATRICULA

           IF NOT WS-ALUNO-MATRICULADO
               DISPLAY "O ALUNO " WS-ALUNO " NAO ESTA MATRICULADO NA "
                       "TURMA " WS-TURMA " NO ANO " WS-ANO-LETIVO "."
           END-IF.

      * Basta uma matricula do aluno na turma no ano (qualquer
      * disciplina).
       VERIFICA-MATRICULA.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT MATRICULAS
           IF WS-FS-MATRICULAS = "00"
               PERFORM LE-MATRICULA
               PERFORM VERIFICA-UMA-MATRICULA
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-ALUNO-MATRICULADO
               CLOSE MATRICULAS
           ELSE
               DISPLAY "MATRICULAS.DAT NAO ENCONTRADO."
           END-IF.

       LE-MATRICULA.

           READ MATRICULAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-UMA-MATRICULA.

           IF MAT-ALUNO = WS-ALUNO
              AND MAT-TURMA = WS-TURMA
              AND MAT-ANO-LETIVO = WS-ANO-LETIVO
               SET WS-ALUNO-MATRICULADO TO TRUE
           ELSE
               PERFORM LE-MATRICULA
           END-IF.

      * O docente escreve em seu nome e so nas turmas em que tem
      * atribuicao; a secretaria indica o autor, que tem de ser um
      * docente ativo do mestre.
       APURA-AUTOR.

           MOVE 'N' TO WS-AUTOR-OK
           MOVE ZEROS TO WS-DOCENTE

           IF SGN-DOCENTE
               PERFORM VERIFICA-ATRIBUICAO
           ELSE
               DISPLAY "DOCENTE AUTOR (NUMERO): "
               ACCEPT WS-DOCENTE
           END-IF

           IF WS-DOCENTE NOT = ZEROS
               PERFORM VERIFICA-DOCENTE
           END-IF.

       VERIFICA-ATRIBUICAO.

           MOVE SGN-OPERADOR  TO ATC-OPERADOR
           MOVE WS-TURMA      TO ATC-TURMA
           MOVE SPACES        TO ATC-MATERIA
           MOVE WS-ANO-LETIVO TO ATC-ANO-LETIVO
           SET ATC-SEM-FICHEIRO TO TRUE
           MOVE 'N' TO WS-IND-ATRCON

           CALL 'PROGATRCON' USING ATRCON-PARAMETRES
               ON EXCEPTION
                   SET WS-ATRCON-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-ATRCON-FALHOU
                   DISPLAY "ATRIBUICOES INDISPONIVEIS - OBSERVACAO "
                           "RECUSADA."
               WHEN ATC-SEM-DOCENTE
                   DISPLAY "OPERADOR SEM DOCENTE ASSOCIADO - "
                           "OBSERVACAO RECUSADA."
               WHEN ATC-AUTORIZADO
                   MOVE ATC-DOCENTE TO WS-DOCENTE
               WHEN OTHER
                   DISPLAY "SEM ATRIBUICAO NA TURMA " WS-TURMA
                           " - OBSERVACAO RECUSADA."
           END-EVALUATE.

       VERIFICA-DOCENTE.

           MOVE SPACES TO WS-DOCENTE-NOME

           OPEN INPUT DOCENTES
           IF WS-FS-DOCENTES NOT = "00"
               DISPLAY "DOCENTES.DAT NAO ENCONTRADO."
           ELSE
               MOVE WS-DOCENTE TO DOC-NUMERO
               READ DOCENTES
               IF WS-FS-DOCENTES = "00" AND DOC-ATIVO
                   SET WS-AUTOR-VALIDO TO TRUE
                   MOVE DOC-NOME TO WS-DOCENTE-NOME
                   DISPLAY "AUTOR: " WS-DOCENTE " " WS-DOCENTE-NOME
               ELSE
                   DISPLAY "DOCENTE " WS-DOCENTE " INEXISTENTE OU "
                           "INATIVO."
               END-IF
               CLOSE DOCENTES
           END-IF.

      * Um docente so altera ou apaga a observacao que escreveu; a
      * secretaria altera qualquer uma.
       VERIFICA-AUTOR-ANTERIOR.

           IF SGN-DOCENTE AND WS-OBSERVACAO-EXISTE
              AND OBS-DOCENTE OF WS-OBS-GRAVADA NOT = WS-DOCENTE
               MOVE 'N' TO WS-AUTOR-OK
               DISPLAY "OBSERVACAO ESCRITA PELO DOCENTE "
                       OBS-DOCENTE OF WS-OBS-GRAVADA
                       " - SO O AUTOR OU A SECRETARIA A ALTERAM."
           END-IF.

       PROCURA-OBSERVACAO.

           MOVE 'N' TO WS-OBSERVACAO-ACHADA
           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE SPACES TO WS-OBS-GRAVADA

           OPEN INPUT OBSERVACOES
           IF WS-FS-OBSERVACOES = "00"
               PERFORM LE-OBSERVACAO
               PERFORM VERIFICA-OBSERVACAO
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-OBSERVACAO-EXISTE
               CLOSE OBSERVACOES
           END-IF.

       LE-OBSERVACAO.

           READ OBSERVACOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-OBSERVACAO.

           IF OBS-ALUNO OF FD-OBSERVACAO-REG = WS-ALUNO
              AND OBS-TURMA OF FD-OBSERVACAO-REG = WS-TURMA
              AND OBS-PERIODO OF FD-OBSERVACAO-REG = WS-PERIODO
              AND OBS-ANO-LETIVO OF FD-OBSERVACAO-REG = WS-ANO-LETIVO
               SET WS-OBSERVACAO-EXISTE TO TRUE
               MOVE FD-OBSERVACAO-REG TO WS-OBS-GRAVADA
           ELSE
               PERFORM LE-OBSERVACAO
           END-IF.

       PEDE-TEXTO.

           MOVE SPACES TO WS-OBSERVACAO-REG
           MOVE WS-ALUNO      TO OBS-ALUNO OF WS-OBSERVACAO-REG
           MOVE WS-TURMA      TO OBS-TURMA OF WS-OBSERVACAO-REG
           MOVE WS-PERIODO    TO OBS-PERIODO OF WS-OBSERVACAO-REG
           MOVE WS-ANO-LETIVO TO OBS-ANO-LETIVO OF WS-OBSERVACAO-REG
           MOVE WS-DOCENTE    TO OBS-DOCENTE OF WS-OBSERVACAO-REG
           MOVE ZERO          TO OBS-NUM-LINHAS OF WS-OBSERVACAO-REG
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE  TO OBS-DATA OF WS-OBSERVACAO-REG
           MOVE SGN-OPERADOR  TO OBS-OPERADOR OF WS-OBSERVACAO-REG

           DISPLAY "TEXTO DA OBSERVACAO - ATE 4 LINHAS DE 60 "
                   "CARACTERES (LINHA EM BRANCO TERMINA):"
           MOVE 'N' TO WS-FIM-TEXTO
           PERFORM PEDE-LINHA
               VARYING WS-LINHA-IDX FROM 1 BY 1
               UNTIL WS-LINHA-IDX > 4
                  OR WS-TEXTO-TERMINADO.

       PEDE-LINHA.

           DISPLAY "  LINHA " WS-LINHA-IDX ": "
           MOVE SPACES TO WS-LINHA-TEXTO
           ACCEPT WS-LINHA-TEXTO

           IF WS-LINHA-TEXTO = SPACES
               SET WS-TEXTO-TERMINADO TO TRUE
           ELSE
               MOVE WS-LINHA-TEXTO
                    TO OBS-LINHA OF WS-OBSERVACAO-REG (WS-LINHA-IDX)
               MOVE WS-LINHA-IDX
                    TO OBS-NUM-LINHAS OF WS-OBSERVACAO-REG
           END-IF.

      * Uma observacao nova acrescenta-se ao ficheiro; uma que ja
      * existe e substituida (ou retirada) pela regravacao.
       GRAVA-OBSERVACAO.

           IF WS-ACAO-GRAVAR AND NOT WS-OBSERVACAO-EXISTE
               OPEN EXTEND OBSERVACOES
               IF WS-FS-OBSERVACOES = "35"
                   OPEN OUTPUT OBSERVACOES
                   CLOSE OBSERVACOES
                   OPEN EXTEND OBSERVACOES
               END-IF
               MOVE WS-OBSERVACAO-REG TO FD-OBSERVACAO-REG
               WRITE FD-OBSERVACAO-REG
               CLOSE OBSERVACOES
           ELSE
               PERFORM REGRAVA-OBSERVACOES
           END-IF

           IF WS-ACAO-GRAVAR
               DISPLAY "OBSERVACAO DO ALUNO " WS-ALUNO " GRAVADA."
           ELSE
               DISPLAY "OBSERVACAO DO ALUNO " WS-ALUNO " APAGADA."
           END-IF

           PERFORM REGISTA-AUDITORIA.

       REGRAVA-OBSERVACOES.

           MOVE 'N' TO WS-REGRAVACAO-FEITA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT OBSERVACOES
           OPEN OUTPUT TRABALHO

           PERFORM LE-OBSERVACAO
           PERFORM TRATA-REGRAVACAO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE OBSERVACOES
           CLOSE TRABALHO

           PERFORM COPIA-DE-VOLTA.

       TRATA-REGRAVACAO.

           IF OBS-CHAVE OF FD-OBSERVACAO-REG
              = OBS-CHAVE OF WS-OBSERVACAO-REG
               IF WS-ACAO-GRAVAR AND NOT WS-OBSERVACAO-REGRAVADA
                   MOVE WS-OBSERVACAO-REG TO FD-TRABALHO-REG
                   WRITE FD-TRABALHO-REG
               END-IF
               SET WS-OBSERVACAO-REGRAVADA TO TRUE
           ELSE
               MOVE FD-OBSERVACAO-REG TO FD-TRABALHO-REG
               WRITE FD-TRABALHO-REG
           END-IF

           PERFORM LE-OBSERVACAO.

       COPIA-DE-VOLTA.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TRABALHO
           OPEN OUTPUT OBSERVACOES

           PERFORM LE-TRABALHO
           PERFORM RECARREGA-REGISTO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO
           CLOSE OBSERVACOES.

       LE-TRABALHO.

           READ TRABALHO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-REGISTO.

           MOVE FD-TRABALHO-REG TO FD-OBSERVACAO-REG
           WRITE FD-OBSERVACAO-REG

           PERFORM LE-TRABALHO.

       REGISTA-AUDITORIA.

           MOVE "PROGOBSERVA"   TO AUD-PROGRAMA
           MOVE "OBSERVA"       TO AUD-TIPO
           MOVE SGN-OPERADOR    TO AUD-OPERADOR
           MOVE SPACES          TO AUD-DETALHE
           IF WS-ACAO-GRAVAR
               STRING "GRAVADA ALUNO " WS-ALUNO " TURMA " WS-TURMA
                      " P" WS-PERIODO " ANO " WS-ANO-LETIVO
                      " AUTOR " WS-DOCENTE
                   DELIMITED BY SIZE INTO AUD-DETALHE
               END-STRING
           ELSE
               STRING "APAGADA ALUNO " WS-ALUNO " TURMA " WS-TURMA
                      " P" WS-PERIODO " ANO " WS-ANO-LETIVO
                   DELIMITED BY SIZE INTO AUD-DETALHE
               END-STRING
           END-IF
           SET AUD-FALHOU TO TRUE
           MOVE 'N' TO WS-IND-AUDIT

           CALL 'PROGAUDIT' USING AUDIT-PARAMETRES
               ON EXCEPTION
                   SET WS-AUDIT-FALHOU TO TRUE
           END-CALL

           IF WS-AUDIT-FALHOU OR AUD-FALHOU
               DISPLAY "AVISO: NAO FOI POSSIVEL REGISTAR A "
                       "OBSERVACAO EM AUDIT.DAT."
           END-IF.

       APAGA-OBSERVACAO.

           IF WS-PERIODO-FECHADO
               DISPLAY "PERIODO " WS-PERIODO " FECHADO - "
                       "OBSERVACAO MANTIDA."
           ELSE
               DISPLAY "TURMA: "
               ACCEPT WS-TURMA
               DISPLAY "NUMERO DO ALUNO: "
               ACCEPT WS-ALUNO

               PERFORM PROCURA-OBSERVACAO
               IF NOT WS-OBSERVACAO-EXISTE
                   DISPLAY "SEM OBSERVACAO DO ALUNO " WS-ALUNO
                           " NA TURMA " WS-TURMA " NESTE PERIODO."
               ELSE
                   PERFORM MOSTRA-DETALHE-OBSERVACAO
                   PERFORM CONFIRMA-APAGAR
               END-IF
           END-IF.

       CONFIRMA-APAGAR.

           SET WS-AUTOR-VALIDO TO TRUE
           IF SGN-DOCENTE
               MOVE ZEROS TO WS-DOCENTE
               PERFORM VERIFICA-ATRIBUICAO
               IF WS-DOCENTE = ZEROS
                   MOVE 'N' TO WS-AUTOR-OK
               ELSE
                   PERFORM VERIFICA-AUTOR-ANTERIOR
               END-IF
           END-IF

           IF WS-AUTOR-VALIDO
               DISPLAY "APAGAR ESTA OBSERVACAO? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMADO
                   MOVE WS-ALUNO      TO OBS-ALUNO OF WS-OBSERVACAO-REG
                   MOVE WS-TURMA      TO OBS-TURMA OF WS-OBSERVACAO-REG
                   MOVE WS-PERIODO
                        TO OBS-PERIODO OF WS-OBSERVACAO-REG
                   MOVE WS-ANO-LETIVO
                        TO OBS-ANO-LETIVO OF WS-OBSERVACAO-REG
                   SET WS-ACAO-APAGAR TO TRUE
                   PERFORM GRAVA-OBSERVACAO
               ELSE
                   DISPLAY "OBSERVACAO MANTIDA."
               END-IF
           END-IF.

      * A consulta mostra as observacoes do aluno em todos os
      * periodos do ano letivo da sessao.
       CONSULTA-ALUNO.

           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-ALUNO
           MOVE SPACES TO WS-TURMA

           PERFORM LISTA-OBSERVACOES.

       LISTA-TURMA.

           DISPLAY "TURMA: "
           ACCEPT WS-TURMA
           MOVE ZEROS TO WS-ALUNO

           PERFORM LISTA-OBSERVACOES.

       LISTA-OBSERVACOES.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADAS

           OPEN INPUT OBSERVACOES
           IF WS-FS-OBSERVACOES NOT = "00"
               DISPLAY "SEM OBSERVACOES (OBSERVACOES.DAT NAO "
                       "EXISTE)."
           ELSE
               PERFORM LE-OBSERVACAO
               PERFORM SELECIONA-OBSERVACAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE OBSERVACOES
               DISPLAY "OBSERVACOES LISTADAS: " WS-CONT-LISTADAS
           END-IF.

      * Por aluno: todos os periodos do ano. Por turma: so o
      * periodo da sessao.
       SELECIONA-OBSERVACAO.

           IF OBS-ANO-LETIVO OF FD-OBSERVACAO-REG = WS-ANO-LETIVO
              AND ((WS-ALUNO NOT = ZEROS
                    AND OBS-ALUNO OF FD-OBSERVACAO-REG = WS-ALUNO)
                OR (WS-TURMA NOT = SPACES
                    AND OBS-TURMA OF FD-OBSERVACAO-REG = WS-TURMA
                    AND OBS-PERIODO OF FD-OBSERVACAO-REG
                        = WS-PERIODO))
               MOVE FD-OBSERVACAO-REG TO WS-OBS-GRAVADA
               PERFORM MOSTRA-DETALHE-OBSERVACAO
               ADD 1 TO WS-CONT-LISTADAS
           END-IF

           PERFORM LE-OBSERVACAO.

       MOSTRA-DETALHE-OBSERVACAO.

           DISPLAY " "
           DISPLAY "  ALUNO " OBS-ALUNO OF WS-OBS-GRAVADA
                   " | TURMA " OBS-TURMA OF WS-OBS-GRAVADA
                   " | PERIODO " OBS-PERIODO OF WS-OBS-GRAVADA
                   " | DOCENTE " OBS-DOCENTE OF WS-OBS-GRAVADA
                   " | EM " OBS-DATA OF WS-OBS-GRAVADA
                   " POR " OBS-OPERADOR OF WS-OBS-GRAVADA
           PERFORM MOSTRA-LINHA-OBSERVACAO
               VARYING WS-LINHA-IDX FROM 1 BY 1
               UNTIL WS-LINHA-IDX > OBS-NUM-LINHAS
                                    OF WS-OBS-GRAVADA.

       MOSTRA-LINHA-OBSERVACAO.

           DISPLAY "    " OBS-LINHA OF WS-OBS-GRAVADA
                          (WS-LINHA-IDX).
       END PROGRAM PROGOBSERVA.
