      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: LISTA DE ESPERA DAS TURMAS CHEIAS (ESPERA.DAT) -
      *          INSCRICAO, DESISTENCIA, OFERTA DE VAGAS E RELATORIO
      *          POR TURMA COM O TEMPO DE ESPERA DE CADA PEDIDO.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. O aluno recusado por turma cheia
      *            ficava num papel na secretaria. Os pedidos passam
      *            a ESPERA.DAT (ESPREG.cpy) com a data do pedido e
      *            a prioridade (I = irmao na escola, F = filho de
      *            funcionario); o PROGMATRICULA inscreve o aluno ao
      *            recusar a matricula e este programa faz o resto a
      *            mao. A desistencia e regravada por ESPERA.TMP. A
      *            oferta das vagas e da sub-rotina PROGOFERTA,
      *            chamada aqui depois de cada inscricao e
      *            desistencia e a pedido do operador. O relatorio
      *            lista, por turma e pela ordem de chamada, os
      *            pedidos do ano em espera ou com vaga oferecida e
      *            os dias de espera (PROGDATAS); sai para o ecra e
      *            para ESPERA.LIS, copiada para o spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGESPERA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPERA     ASSIGN TO "ESPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESPERA.
           SELECT TRABALHO   ASSIGN TO "ESPERA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT TURMAS     ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURMAS.
           SELECT ALUNOS     ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT CONTROLE   ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT LISTAGEM   ASSIGN TO "ESPERA.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
       DATA DIVISION.
       FILE SECTION.
       FD  ESPERA.
       COPY "ESPREG.cpy" REPLACING NIVEL-ESP BY 01
                                   CAMPO-ESP-REG BY FD-ESPERA-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(33).

       FD  TURMAS.
       COPY "TURREG.cpy" REPLACING NIVEL-TUR BY 01
                                   CAMPO-TUR-REG BY FD-TURMA-REG.

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-ESPERA             PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DSIS-ANO              PIC X(04).
           03 WS-DSIS-MES              PIC X(02).
           03 WS-DSIS-DIA              PIC X(02).

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-ALUNO-NUM             PIC 9(06) VALUE ZEROS.
       01 WS-TURMA                 PIC X(05) VALUE SPACES.
       01 WS-PRIORIDADE            PIC X(01) VALUE SPACE.
       01 WS-CONFIRMA              PIC X VALUE 'N'.

       01 WS-ALUNO-ACHADO          PIC X VALUE 'N'.
           88 WS-ALUNO-EXISTE             VALUE 'S'.
       01 WS-ALUNOS-ABERTO         PIC X VALUE 'N'.
           88 WS-ALUNOS-DISPONIVEL        VALUE 'S'.
       01 WS-TURMA-ACHADA          PIC X VALUE 'N'.
           88 WS-TURMA-VALIDA             VALUE 'S'.
       01 WS-PEDIDO-ACHADO         PIC X VALUE 'N'.
           88 WS-PEDIDO-EXISTE            VALUE 'S'.
       01 WS-PEDIDO-ALTERADO       PIC X VALUE 'N'.
           88 WS-PEDIDO-TRATADO           VALUE 'S'.

      * Pedidos do ano em espera ou com vaga oferecida, para o
      * relatorio; WS-ET-LISTADO marca os ja impressos.
       01 WS-ESP-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-ESP-MAX               PIC 9(03) VALUE 500.
       01 WS-ESP-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-ESP-ESCOLHIDO         PIC 9(03) VALUE ZEROS.
       01 WS-ESP-TAB.
           03 WS-ESP-ENTRADA OCCURS 500 TIMES.
               05 WS-ET-TURMA          PIC X(05).
               05 WS-ET-ALUNO          PIC 9(06).
               05 WS-ET-DATA-PEDIDO    PIC 9(08).
               05 WS-ET-PRIORIDADE     PIC X(01).
               05 WS-ET-ESTADO         PIC X(01).
               05 WS-ET-DATA-OFERTA    PIC 9(08).
               05 WS-ET-LISTADO        PIC X(01).

      * Turmas com pedidos, pela ordem em que aparecem.
       01 WS-TRL-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-TRL-MAX               PIC 9(03) VALUE 100.
       01 WS-TRL-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-TRL-ACHADA            PIC X VALUE 'N'.
           88 WS-TRL-JA-EXISTE            VALUE 'S'.
       01 WS-TRL-TAB.
           03 WS-TRL-TURMA             PIC X(05) OCCURS 100 TIMES.

       01 WS-POSICAO               PIC 9(03) VALUE ZEROS.
       01 WS-DIAS-ESPERA           PIC 9(05) VALUE ZEROS.
       01 WS-NOME-ALUNO            PIC X(30) VALUE SPACES.
       01 WS-ESTADO-TX             PIC X(12) VALUE SPACES.
       01 WS-PRIOR-TX              PIC X(11) VALUE SPACES.
       01 WS-TOT-PEDIDOS           PIC 9(04) VALUE ZEROS.
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.
       01 WS-LINHA                 PIC X(80) VALUE SPACES.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.
       01 WS-IND-OFERTA            PIC X VALUE 'N'.
           88 WS-OFERTA-FALHOU            VALUE 'S'.

       01 DATAS-PARAMETRES.
           02 DT-FUNCAO                PIC X(01).
           02 DT-DATA1                 PIC 9(08).
           02 DT-DATA2                 PIC 9(08).
           02 DT-DIAS                  PIC S9(05).
           02 DT-DIA-SEMANA            PIC 9(01).
           02 DT-RESULTADO             PIC X(01).
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

       01 OFERTA-PARAMETRES.
           02 OFE-TURMA                PIC X(05).
           02 OFE-ANO-LETIVO           PIC 9(04).
           02 OFE-CONT-OFERTAS         PIC 9(03).
           02 OFE-RESULTADO            PIC X(01).
               88 OFE-OK                      VALUE 'S'.
               88 OFE-SEM-LISTA               VALUE 'F'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

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

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*     LISTA DE ESPERA DAS TURMAS          *"
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
               OPEN INPUT ALUNOS
               IF WS-FS-ALUNOS = "00"
                   SET WS-ALUNOS-DISPONIVEL TO TRUE
               END-IF

               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO

               IF WS-ALUNOS-DISPONIVEL
                   CLOSE ALUNOS
               END-IF
           END-IF

           DISPLAY "LISTA DE ESPERA TERMINADA."
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
           IF CTL-ANO-LETIVO = ZEROS
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DSIS-ANO TO CTL-ANO-LETIVO
               IF WS-DSIS-MES < "09"
                   SUBTRACT 1 FROM CTL-ANO-LETIVO
               END-IF
           END-IF.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - INSCREVER ALUNO NA LISTA DE ESPERA"
           DISPLAY "  2 - REGISTAR DESISTENCIA"
           DISPLAY "  3 - OFERECER VAGAS DE UMA TURMA"
           DISPLAY "  4 - RELATORIO DA LISTA DE ESPERA"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INSCREVE-ALUNO
               WHEN 2
                   PERFORM REGISTA-DESISTENCIA
               WHEN 3
                   PERFORM OFERECE-VAGAS
               WHEN 4
                   PERFORM RELATORIO-ESPERA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * INSCRICAO NA LISTA DE ESPERA
      ******************************************************************
       INSCREVE-ALUNO.

           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-ALUNO-NUM

           PERFORM LE-ALUNO-MESTRE

           IF NOT WS-ALUNO-EXISTE
               DISPLAY "ALUNO " WS-ALUNO-NUM " NAO EXISTE NO MESTRE "
                       "DE ALUNOS (OU ESTA INATIVO)."
           ELSE
               DISPLAY "ALUNO " WS-ALUNO-NUM ": " ALU-NOME
               DISPLAY "CODIGO DA TURMA PEDIDA: "
               ACCEPT WS-TURMA
               PERFORM VALIDA-TURMA
               IF NOT WS-TURMA-VALIDA
                   DISPLAY "TURMA INEXISTENTE EM TURMAS.DAT - PEDIDO "
                           "NAO REGISTADO."
               ELSE
                   PERFORM PROCURA-PEDIDO
                   IF WS-PEDIDO-EXISTE
                       DISPLAY "O ALUNO JA ESTA NA LISTA DE ESPERA "
                               "DA TURMA " WS-TURMA "."
                   ELSE
                       PERFORM PEDE-PRIORIDADE
                       PERFORM GRAVA-PEDIDO
                       PERFORM CHAMA-OFERTA
                   END-IF
               END-IF
           END-IF.

       LE-ALUNO-MESTRE.

           MOVE 'N' TO WS-ALUNO-ACHADO
           IF WS-ALUNOS-DISPONIVEL
               MOVE WS-ALUNO-NUM TO ALU-NUMERO
               READ ALUNOS
               IF WS-FS-ALUNOS = "00" AND ALU-ATIVO
                   SET WS-ALUNO-EXISTE TO TRUE
               END-IF
           END-IF.

       VALIDA-TURMA.

           MOVE 'N' TO WS-TURMA-ACHADA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TURMAS
           IF WS-FS-TURMAS NOT = "00"
               DISPLAY "AVISO: TURMAS.DAT NAO ENCONTRADO - TURMA "
                       "ACEITE SEM VALIDACAO."
               SET WS-TURMA-VALIDA TO TRUE
           ELSE
               PERFORM LE-TURMA
               PERFORM VERIFICA-TURMA
                   UNTIL WS-SEM-MAIS-REGISTOS OR WS-TURMA-VALIDA
               CLOSE TURMAS
           END-IF.

       LE-TURMA.

           READ TURMAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-TURMA.

           IF TUR-CODIGO = WS-TURMA
               SET WS-TURMA-VALIDA TO TRUE
           ELSE
               PERFORM LE-TURMA
           END-IF.

      * Um aluno so pode ter um pedido vivo (em espera ou com vaga
      * oferecida) por turma e ano letivo.
       PROCURA-PEDIDO.

           MOVE 'N' TO WS-PEDIDO-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ESPERA
           IF WS-FS-ESPERA = "00"
               PERFORM LE-ESPERA
               PERFORM VERIFICA-PEDIDO
                   UNTIL WS-SEM-MAIS-REGISTOS OR WS-PEDIDO-EXISTE
               CLOSE ESPERA
           END-IF.

       LE-ESPERA.

           READ ESPERA
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-PEDIDO.

           IF ESP-ALUNO = WS-ALUNO-NUM
              AND ESP-TURMA = WS-TURMA
              AND ESP-ANO-LETIVO = CTL-ANO-LETIVO
              AND (ESP-EM-ESPERA OR ESP-OFERECIDA)
               SET WS-PEDIDO-EXISTE TO TRUE
           ELSE
               PERFORM LE-ESPERA
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

       GRAVA-PEDIDO.

           OPEN EXTEND ESPERA
           IF WS-FS-ESPERA = "35"
               OPEN OUTPUT ESPERA
               CLOSE ESPERA
               OPEN EXTEND ESPERA
           END-IF

           MOVE WS-TURMA        TO ESP-TURMA
           MOVE WS-ALUNO-NUM    TO ESP-ALUNO
           MOVE CTL-ANO-LETIVO  TO ESP-ANO-LETIVO
           MOVE WS-DATA-SISTEMA TO ESP-DATA-PEDIDO
           MOVE WS-PRIORIDADE   TO ESP-PRIORIDADE
           SET ESP-EM-ESPERA    TO TRUE
           MOVE ZEROS           TO ESP-DATA-OFERTA
           WRITE FD-ESPERA-REG
           CLOSE ESPERA

           DISPLAY "ALUNO " WS-ALUNO-NUM " INSCRITO NA LISTA DE "
                   "ESPERA DA TURMA " WS-TURMA ".".

      ******************************************************************
      * DESISTENCIA
      ******************************************************************
       REGISTA-DESISTENCIA.

           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-ALUNO-NUM
           DISPLAY "CODIGO DA TURMA PEDIDA: "
           ACCEPT WS-TURMA

           PERFORM PROCURA-PEDIDO

           IF NOT WS-PEDIDO-EXISTE
               DISPLAY "SEM PEDIDO EM ESPERA DO ALUNO " WS-ALUNO-NUM
                       " PARA A TURMA " WS-TURMA "."
           ELSE
               DISPLAY "CONFIRMA A DESISTENCIA? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM REGRAVA-ESPERA
                   DISPLAY "DESISTENCIA REGISTADA."
      * Se o aluno tinha a vaga oferecida, o lugar passa ao seguinte.
                   PERFORM CHAMA-OFERTA
               ELSE
                   DISPLAY "DESISTENCIA CANCELADA."
               END-IF
           END-IF.

       REGRAVA-ESPERA.

           MOVE 'N' TO WS-PEDIDO-ALTERADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ESPERA
           OPEN OUTPUT TRABALHO

           PERFORM LE-ESPERA
           PERFORM TRATA-DESISTENCIA
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE ESPERA
           CLOSE TRABALHO

           PERFORM COPIA-DE-VOLTA.

       TRATA-DESISTENCIA.

           IF ESP-ALUNO = WS-ALUNO-NUM
              AND ESP-TURMA = WS-TURMA
              AND ESP-ANO-LETIVO = CTL-ANO-LETIVO
              AND (ESP-EM-ESPERA OR ESP-OFERECIDA)
              AND NOT WS-PEDIDO-TRATADO
               SET ESP-DESISTIU TO TRUE
               SET WS-PEDIDO-TRATADO TO TRUE
           END-IF

           MOVE FD-ESPERA-REG TO FD-TRABALHO-REG
           WRITE FD-TRABALHO-REG

           PERFORM LE-ESPERA.

       COPIA-DE-VOLTA.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TRABALHO
           OPEN OUTPUT ESPERA

           PERFORM LE-TRABALHO
           PERFORM RECARREGA-REGISTO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO
           CLOSE ESPERA.

       LE-TRABALHO.

           READ TRABALHO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-REGISTO.

           MOVE FD-TRABALHO-REG TO FD-ESPERA-REG
           WRITE FD-ESPERA-REG

           PERFORM LE-TRABALHO.

      ******************************************************************
      * OFERTA DE VAGAS
      ******************************************************************
       OFERECE-VAGAS.

           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-TURMA

           PERFORM CHAMA-OFERTA.

      * Os lugares livres da turma vao para os candidatos seguintes
      * da lista (sub-rotina PROGOFERTA, que emite as cartas).
       CHAMA-OFERTA.

           MOVE WS-TURMA       TO OFE-TURMA
           MOVE CTL-ANO-LETIVO TO OFE-ANO-LETIVO
           MOVE 'N' TO WS-IND-OFERTA
           CALL 'PROGOFERTA' USING OFERTA-PARAMETRES
               ON EXCEPTION
                   SET WS-OFERTA-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-OFERTA-FALHOU
                   DISPLAY "AVISO: OFERTA DE VAGAS INDISPONIVEL "
                           "(PROGOFERTA)."
               WHEN OFE-SEM-LISTA
                   DISPLAY "SEM LISTA DE ESPERA (ESPERA.DAT)."
               WHEN OFE-CONT-OFERTAS > ZERO
                   DISPLAY "VAGAS OFERECIDAS NA TURMA " WS-TURMA ": "
                           OFE-CONT-OFERTAS " (CARTAS EM CARTAS.DAT)."
               WHEN OTHER
                   DISPLAY "TURMA " WS-TURMA " SEM VAGAS A OFERECER."
           END-EVALUATE.

      ******************************************************************
      * RELATORIO POR TURMA
      ******************************************************************
       RELATORIO-ESPERA.

           DISPLAY "CODIGO DA TURMA (ENTER = TODAS): "
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA

           PERFORM CARREGA-PEDIDOS

           MOVE ZEROS TO WS-TOT-PEDIDOS
           OPEN OUTPUT LISTAGEM

           MOVE SPACES TO WS-LINHA
           STRING "LISTA DE ESPERA - ANO LETIVO " CTL-ANO-LETIVO
                  " - EM " WS-DSIS-DIA "/" WS-DSIS-MES "/"
                  WS-DSIS-ANO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA

           PERFORM LISTA-TURMA
               VARYING WS-TRL-IDX FROM 1 BY 1
               UNTIL WS-TRL-IDX > WS-TRL-CONT

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           IF WS-TOT-PEDIDOS = ZERO
               MOVE "  (SEM PEDIDOS EM ESPERA)" TO WS-LINHA
           ELSE
               MOVE SPACES TO WS-LINHA
               STRING "TOTAL DE PEDIDOS: " WS-TOT-PEDIDOS
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
           END-IF
           PERFORM EMITE-LINHA

           CLOSE LISTAGEM
           PERFORM ENVIA-AO-SPOOL.

       CARREGA-PEDIDOS.

           MOVE ZEROS TO WS-ESP-CONT WS-TRL-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ESPERA
           IF WS-FS-ESPERA = "00"
               PERFORM LE-ESPERA
               PERFORM GUARDA-PEDIDO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ESPERA
           END-IF.

       GUARDA-PEDIDO.

           IF ESP-ANO-LETIVO = CTL-ANO-LETIVO
              AND (ESP-EM-ESPERA OR ESP-OFERECIDA)
              AND (WS-TURMA = SPACES OR ESP-TURMA = WS-TURMA)
              AND WS-ESP-CONT < WS-ESP-MAX
               ADD 1 TO WS-ESP-CONT
               MOVE ESP-TURMA       TO WS-ET-TURMA (WS-ESP-CONT)
               MOVE ESP-ALUNO       TO WS-ET-ALUNO (WS-ESP-CONT)
               MOVE ESP-DATA-PEDIDO TO WS-ET-DATA-PEDIDO (WS-ESP-CONT)
               MOVE ESP-PRIORIDADE  TO WS-ET-PRIORIDADE (WS-ESP-CONT)
               MOVE ESP-ESTADO      TO WS-ET-ESTADO (WS-ESP-CONT)
               MOVE ESP-DATA-OFERTA TO WS-ET-DATA-OFERTA (WS-ESP-CONT)
               MOVE 'N'             TO WS-ET-LISTADO (WS-ESP-CONT)
               PERFORM GUARDA-TURMA-LISTA
           END-IF

           PERFORM LE-ESPERA.

       GUARDA-TURMA-LISTA.

           MOVE 'N' TO WS-TRL-ACHADA
           PERFORM PROCURA-TURMA-LISTA
               VARYING WS-TRL-IDX FROM 1 BY 1
               UNTIL WS-TRL-IDX > WS-TRL-CONT
                  OR WS-TRL-JA-EXISTE
           IF NOT WS-TRL-JA-EXISTE
              AND WS-TRL-CONT < WS-TRL-MAX
               ADD 1 TO WS-TRL-CONT
               MOVE ESP-TURMA TO WS-TRL-TURMA (WS-TRL-CONT)
           END-IF.

       PROCURA-TURMA-LISTA.

           IF WS-TRL-TURMA (WS-TRL-IDX) = ESP-TURMA
               SET WS-TRL-JA-EXISTE TO TRUE
           END-IF.

      * Uma turma: os pedidos saem pela ordem de chamada - a mesma
      * que o PROGOFERTA usa para oferecer as vagas.
       LISTA-TURMA.

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "TURMA " WS-TRL-TURMA (WS-TRL-IDX)
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE "  POS ALUNO  NOME" TO WS-LINHA
           MOVE "PEDIDO"    TO WS-LINHA (40: 6)
           MOVE "PRIOR."    TO WS-LINHA (51: 6)
           MOVE " DIAS"     TO WS-LINHA (63: 5)
           MOVE "ESTADO"    TO WS-LINHA (69: 6)
           PERFORM EMITE-LINHA

           MOVE ZEROS TO WS-POSICAO
           MOVE 1 TO WS-ESP-ESCOLHIDO
           PERFORM LISTA-PEDIDO-SEGUINTE
               UNTIL WS-ESP-ESCOLHIDO = ZERO.

       LISTA-PEDIDO-SEGUINTE.

           MOVE ZEROS TO WS-ESP-ESCOLHIDO
           PERFORM ESCOLHE-PEDIDO
               VARYING WS-ESP-IDX FROM 1 BY 1
               UNTIL WS-ESP-IDX > WS-ESP-CONT

           IF WS-ESP-ESCOLHIDO NOT = ZERO
               MOVE 'S' TO WS-ET-LISTADO (WS-ESP-ESCOLHIDO)
               ADD 1 TO WS-POSICAO
               ADD 1 TO WS-TOT-PEDIDOS
               PERFORM EMITE-PEDIDO
           END-IF.

       ESCOLHE-PEDIDO.

           IF WS-ET-TURMA (WS-ESP-IDX) = WS-TRL-TURMA (WS-TRL-IDX)
              AND WS-ET-LISTADO (WS-ESP-IDX) = 'N'
               EVALUATE TRUE
                   WHEN WS-ESP-ESCOLHIDO = ZERO
                       MOVE WS-ESP-IDX TO WS-ESP-ESCOLHIDO
                   WHEN WS-ET-PRIORIDADE (WS-ESP-IDX) NOT = SPACE
                    AND WS-ET-PRIORIDADE (WS-ESP-ESCOLHIDO) = SPACE
                       MOVE WS-ESP-IDX TO WS-ESP-ESCOLHIDO
                   WHEN WS-ET-PRIORIDADE (WS-ESP-IDX) = SPACE
                    AND WS-ET-PRIORIDADE (WS-ESP-ESCOLHIDO)
                        NOT = SPACE
                       CONTINUE
                   WHEN WS-ET-DATA-PEDIDO (WS-ESP-IDX)
                        < WS-ET-DATA-PEDIDO (WS-ESP-ESCOLHIDO)
                       MOVE WS-ESP-IDX TO WS-ESP-ESCOLHIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       EMITE-PEDIDO.

           MOVE "(SEM REGISTO NO MESTRE)" TO WS-NOME-ALUNO
           IF WS-ALUNOS-DISPONIVEL
               MOVE WS-ET-ALUNO (WS-ESP-ESCOLHIDO) TO ALU-NUMERO
               READ ALUNOS
               IF WS-FS-ALUNOS = "00"
                   MOVE ALU-NOME TO WS-NOME-ALUNO
               END-IF
           END-IF

      * Dias de espera: da data do pedido ate hoje.
           MOVE ZEROS TO WS-DIAS-ESPERA
           MOVE 'D' TO DT-FUNCAO
           MOVE WS-ET-DATA-PEDIDO (WS-ESP-ESCOLHIDO) TO DT-DATA1
           MOVE WS-DATA-SISTEMA TO DT-DATA2
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL
           IF NOT WS-CHAMADA-FALHOU AND DT-OK AND DT-DIAS > ZERO
               MOVE DT-DIAS TO WS-DIAS-ESPERA
           END-IF

           EVALUATE WS-ET-PRIORIDADE (WS-ESP-ESCOLHIDO)
               WHEN 'I'
                   MOVE "IRMAO" TO WS-PRIOR-TX
               WHEN 'F'
                   MOVE "FUNCIONARIO" TO WS-PRIOR-TX
               WHEN OTHER
                   MOVE "-" TO WS-PRIOR-TX
           END-EVALUATE

           IF WS-ET-ESTADO (WS-ESP-ESCOLHIDO) = 'O'
               MOVE SPACES TO WS-ESTADO-TX
               STRING "OFERTA " WS-ET-DATA-OFERTA (WS-ESP-ESCOLHIDO)
                      (7: 2) "/" WS-ET-DATA-OFERTA (WS-ESP-ESCOLHIDO)
                      (5: 2)
                   DELIMITED BY SIZE INTO WS-ESTADO-TX
               END-STRING
           ELSE
               MOVE "EM ESPERA" TO WS-ESTADO-TX
           END-IF

           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-ET-DATA-PEDIDO (WS-ESP-ESCOLHIDO) (7: 2) "/"
                  WS-ET-DATA-PEDIDO (WS-ESP-ESCOLHIDO) (5: 2) "/"
                  WS-ET-DATA-PEDIDO (WS-ESP-ESCOLHIDO) (1: 4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING

           MOVE SPACES TO WS-LINHA
           STRING "  " WS-POSICAO " " WS-ET-ALUNO (WS-ESP-ESCOLHIDO)
                  " " WS-NOME-ALUNO (1: 25) " " WS-DATA-EDIT " "
                  WS-PRIOR-TX " " WS-DIAS-ESPERA " " WS-ESTADO-TX
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       EMITE-LINHA.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Copia do relatorio para o spool (PROGSPOOL) - sem o spool
      * ligado fica tudo como dantes.
       ENVIA-AO-SPOOL.

           MOVE "ESPERA" TO SPL-RELATORIO
           MOVE "ESPERA.LIS" TO SPL-FICHEIRO
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
       END PROGRAM PROGESPERA.
