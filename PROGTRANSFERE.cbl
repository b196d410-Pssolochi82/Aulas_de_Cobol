      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: MUDANCA DE TURMA E ANULACAO DE MATRICULA A MEIO DO
      *          ANO, COM DATA DE EFEITO, E GUIA DE TRANSFERENCIA
      *          PARA A ESCOLA QUE RECEBE O ALUNO.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. Um aluno que mudava de turma ou
      *            saia da escola era tratado a mao no PROGMATRICULA
      *            e o resto (estado no mestre, propinas) ficava por
      *            fazer. Cada movimento fica em TRANSFERENCIAS.DAT
      *            (TRFREG.cpy) com a data de efeito e o operador
      *            (PROGSIGNON). Mudanca de turma: as matriculas do
      *            ano do aluno passam a turma nova (validada e com
      *            a capacidade imposta como no PROGMATRICULA); as
      *            notas ja lancadas em BOLETIM.DAT ficam com a
      *            BOL-TURMA antiga. Saida da escola: as matriculas
      *            do ano sao apagadas, o aluno fica inativo no
      *            mestre (ALU-ESTADO 'I'), a anulacao fica em
      *            AUDIT.DAT e sai a guia de transferencia
      *            (GUIATRF.LIS, copiada para o spool) com as notas
      *            e as faltas do ano ate a data. O PROGFATURA deixa
      *            de faturar a propina a partir do mes seguinte ao
      *            da saida. Os ficheiros sequenciais sao regravados
      *            por MATRICULAS.TMP, como no PROGJUSTIFICA.
      * 15/10/26 - O lugar que o aluno deixa na turma de origem
      *            (mudanca de turma ou saida) e oferecido ao
      *            candidato seguinte da lista de espera dessa turma
      *            (sub-rotina PROGOFERTA, que emite a carta).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTRANSFERE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFERENCIAS ASSIGN TO "TRANSFERENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSFERENCIAS.
           SELECT MATRICULAS     ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATRICULAS.
           SELECT TRABALHO       ASSIGN TO "MATRICULAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT ALUNOS         ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT TURMAS         ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURMAS.
           SELECT BOLETIM-MASTER ASSIGN TO "BOLETIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CHAVE
               FILE STATUS IS WS-FS-BOLETIM.
           SELECT FALTAS         ASSIGN TO "FALTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FALTAS.
           SELECT CONTROLE       ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT LISTAGEM       ASSIGN TO "GUIATRF.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFERENCIAS.
       COPY "TRFREG.cpy" REPLACING NIVEL-TRF BY 01
                                   CAMPO-TRF-REG BY FD-TRANSF-REG.

       FD  MATRICULAS.
       COPY "MATREG.cpy" REPLACING NIVEL-MAT BY 01
                                   CAMPO-MAT-REG BY FD-MATRICULA-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(45).

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       FD  TURMAS.
       COPY "TURREG.cpy" REPLACING NIVEL-TUR BY 01
                                   CAMPO-TUR-REG BY FD-TURMA-REG.

       FD  BOLETIM-MASTER.
       COPY "BOLREG.cpy" REPLACING NIVEL-BOL BY 01
                                   CAMPO-BOL-REG BY FD-BOLETIM-REG.

       FD  FALTAS.
       COPY "FALREG.cpy" REPLACING NIVEL-FAL BY 01
                                   CAMPO-FAL-REG BY FD-FALTA-REG.

       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-TRANSFERENCIAS     PIC X(02) VALUE ZEROS.
       01 WS-FS-MATRICULAS         PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-BOLETIM            PIC X(02) VALUE ZEROS.
       01 WS-FS-FALTAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DSIS-ANO              PIC X(04).
           03 WS-DSIS-MES              PIC X(02).
           03 WS-DSIS-DIA              PIC X(02).

       01 WS-OPCAO                 PIC X VALUE 'S'.
       01 WS-TIPO-MOVIMENTO        PIC 9 VALUE ZERO.
       01 WS-CONFIRMA              PIC X VALUE 'N'.

       01 WS-ALUNO-NUM             PIC 9(06) VALUE ZEROS.
       01 WS-ALUNO-ACHADO          PIC X VALUE 'N'.
           88 WS-ALUNO-EXISTE             VALUE 'S'.
       01 WS-TURMA-ATUAL           PIC X(05) VALUE SPACES.
       01 WS-TURMA-NOVA            PIC X(05) VALUE SPACES.
       01 WS-ESCOLA-DESTINO        PIC X(30) VALUE SPACES.
       01 WS-CONT-MATRICULAS       PIC 9(03) VALUE ZEROS.
       01 WS-CONT-ALTERADAS        PIC 9(03) VALUE ZEROS.

       01 WS-DATA-EFEITO-TX        PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WS-DATA-EFEITO-TX.
           03 WS-DE-DIA                PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DE-MES                PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DE-ANO                PIC X(04).
       01 WS-DATA-EFEITO           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-EFEITO.
           03 WS-DEF-ANO               PIC X(04).
           03 WS-DEF-MES               PIC X(02).
           03 WS-DEF-DIA               PIC X(02).
       01 WS-DATA-VALIDADA         PIC X VALUE 'N'.
           88 WS-DATA-BOA                 VALUE 'S'.

       01 WS-TURMA-ACHADA          PIC X VALUE 'N'.
           88 WS-TURMA-VALIDA             VALUE 'S'.
       01 WS-TURMAS-FIM            PIC X VALUE 'N'.
           88 WS-TURMAS-FIM-FICHEIRO      VALUE 'S'.
       01 WS-TURMA-CAPACIDADE      PIC 9(03) VALUE ZEROS.

      * Contagem de cabecas da turma de destino, como no
      * PROGMATRICULA: alunos distintos do ano colocados nela.
       01 WS-CAB-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-CAB-MAX               PIC 9(03) VALUE 300.
       01 WS-CAB-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-CAB-ACHADO            PIC X VALUE 'N'.
           88 WS-CAB-JA-CONTADO           VALUE 'S'.
       01 WS-CAB-TAB.
           03 WS-CAB-ALUNO             PIC 9(06) OCCURS 300 TIMES.

      * Faltas do ano por disciplina, para a guia.
       01 WS-FTA-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-FTA-MAX               PIC 9(02) VALUE 30.
       01 WS-FTA-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-FTA-ACHADA            PIC X VALUE 'N'.
           88 WS-FTA-JA-EXISTE            VALUE 'S'.
       01 WS-FTA-TAB.
           03 WS-FTA-ENTRADA OCCURS 30 TIMES.
               05 WS-FT-MATERIA        PIC A(30).
               05 WS-FT-TOTAL          PIC 9(03).
               05 WS-FT-JUSTIFICADAS   PIC 9(03).

       01 WS-CONSULTA-FIM          PIC X VALUE 'N'.
           88 WS-CONSULTA-FIM-FICHEIRO    VALUE 'S'.
       01 WS-CONT-NOTAS            PIC 9(03) VALUE ZEROS.
       01 WS-LINHA                 PIC X(100) VALUE SPACES.
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-AUDIT             PIC X VALUE 'N'.
           88 WS-AUDIT-FALHOU             VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.
       01 WS-IND-OFERTA            PIC X VALUE 'N'.
           88 WS-OFERTA-FALHOU            VALUE 'S'.

       01 OFERTA-PARAMETRES.
           02 OFE-TURMA                PIC X(05).
           02 OFE-ANO-LETIVO           PIC 9(04).
           02 OFE-CONT-OFERTAS         PIC 9(03).
           02 OFE-RESULTADO            PIC X(01).
               88 OFE-OK                      VALUE 'S'.
               88 OFE-SEM-LISTA               VALUE 'F'.

       01 VALDATA-PARAMETRES.
           02 VD-DIA                   PIC 99.
           02 VD-MES                   PIC 99.
           02 VD-ANO                   PIC 9(04).
           02 VD-DATA-VALIDA           PIC X.
               88 VD-VALIDA                   VALUE 'S'.
               88 VD-INVALIDA                 VALUE 'N'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
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
           DISPLAY "*  MUDANCA DE TURMA / SAIDA DA ESCOLA     *"
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
               OPEN I-O ALUNOS
               IF WS-FS-ALUNOS NOT = "00"
                   DISPLAY "ALUNOS.DAT NAO ENCONTRADO - REGISTE OS "
                           "ALUNOS PRIMEIRO (PROGALUNO)."
               ELSE
                   PERFORM TRATA-ALUNO
                       UNTIL WS-OPCAO = "N" OR WS-OPCAO = "n"
                   CLOSE ALUNOS
               END-IF
           END-IF

           DISPLAY "MOVIMENTOS DE ALUNOS TERMINADOS."
           GOBACK.

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

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

      * Ano letivo por omissao: o ano civil do arranque (antes de
      * setembro ainda e o ano letivo anterior), como no BOLETIM.
           IF CTL-ANO-LETIVO NOT NUMERIC
               MOVE ZEROS TO CTL-ANO-LETIVO
           END-IF
           IF CTL-ANO-LETIVO = ZEROS
               MOVE WS-DSIS-ANO TO CTL-ANO-LETIVO
               IF WS-DSIS-MES < "09"
                   SUBTRACT 1 FROM CTL-ANO-LETIVO
               END-IF
           END-IF.

       TRATA-ALUNO.

           DISPLAY " "
           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-ALUNO-NUM

           MOVE 'N' TO WS-ALUNO-ACHADO
           MOVE WS-ALUNO-NUM TO ALU-NUMERO
           READ ALUNOS
           IF WS-FS-ALUNOS = "00" AND ALU-ATIVO
               SET WS-ALUNO-EXISTE TO TRUE
           END-IF

           IF NOT WS-ALUNO-EXISTE
               DISPLAY "ALUNO " WS-ALUNO-NUM " NAO EXISTE NO MESTRE "
                       "DE ALUNOS (OU JA ESTA INATIVO)."
           ELSE
               DISPLAY "ALUNO " ALU-NUMERO ": " ALU-NOME
               PERFORM PROCURA-TURMA-ATUAL
               IF WS-TURMA-ATUAL = SPACES
                   DISPLAY "O ALUNO NAO TEM MATRICULAS NO ANO "
                           "LETIVO " CTL-ANO-LETIVO " - NADA A "
                           "MOVIMENTAR."
               ELSE
                   DISPLAY "TURMA ATUAL: " WS-TURMA-ATUAL " ("
                           WS-CONT-MATRICULAS " DISCIPLINAS)"
                   PERFORM ESCOLHE-MOVIMENTO
               END-IF
           END-IF

           DISPLAY " "
           DISPLAY "MOVIMENTAR OUTRO ALUNO? (S/N): "
           ACCEPT WS-OPCAO

      * Sem resposta (entrada esgotada) vale o N.
           IF WS-OPCAO = SPACE
               MOVE "N" TO WS-OPCAO
           END-IF.

       ESCOLHE-MOVIMENTO.

           DISPLAY "  1 - MUDANCA DE TURMA"
           DISPLAY "  2 - SAIDA DA ESCOLA (ANULACAO DE MATRICULA)"
           DISPLAY "  0 - NADA"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-TIPO-MOVIMENTO

           EVALUATE WS-TIPO-MOVIMENTO
               WHEN 1
                   PERFORM PEDE-DATA-EFEITO
                   IF WS-DATA-BOA
                       PERFORM MUDA-TURMA
                   END-IF
               WHEN 2
                   PERFORM PEDE-DATA-EFEITO
                   IF WS-DATA-BOA
                       PERFORM SAIDA-ESCOLA
                   END-IF
               WHEN OTHER
                   DISPLAY "NADA MOVIMENTADO."
           END-EVALUATE.

      * A turma atual e a das matriculas do ano (as antigas sem ano
      * contam como correntes, como no BOLETIM).
       PROCURA-TURMA-ATUAL.

           MOVE SPACES TO WS-TURMA-ATUAL
           MOVE ZEROS TO WS-CONT-MATRICULAS
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT MATRICULAS
           IF WS-FS-MATRICULAS = "00"
               PERFORM LE-MATRICULA
               PERFORM VERIFICA-MATRICULA-ALUNO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE MATRICULAS
           END-IF.

       LE-MATRICULA.

           READ MATRICULAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-MATRICULA-ALUNO.

           IF MAT-ALUNO = WS-ALUNO-NUM
              AND (MAT-ANO-LETIVO NOT NUMERIC
                   OR MAT-ANO-LETIVO = ZEROS
                   OR MAT-ANO-LETIVO = CTL-ANO-LETIVO)
               MOVE MAT-TURMA TO WS-TURMA-ATUAL
               ADD 1 TO WS-CONT-MATRICULAS
           END-IF

           PERFORM LE-MATRICULA.

       PEDE-DATA-EFEITO.

           MOVE 'N' TO WS-DATA-VALIDADA

           DISPLAY "DATA DE EFEITO (DD/MM/AAAA): "
           ACCEPT WS-DATA-EFEITO-TX

           MOVE WS-DE-DIA TO VD-DIA
           MOVE WS-DE-MES TO VD-MES
           MOVE WS-DE-ANO TO VD-ANO
           SET VD-INVALIDA TO TRUE
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGVALDATA' USING VALDATA-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU OR VD-INVALIDA
               DISPLAY "DATA INVALIDA - NADA MOVIMENTADO."
           ELSE
               MOVE WS-DE-ANO TO WS-DEF-ANO
               MOVE WS-DE-MES TO WS-DEF-MES
               MOVE WS-DE-DIA TO WS-DEF-DIA
               SET WS-DATA-BOA TO TRUE
           END-IF.

      ******************************************************************
      * MUDANCA DE TURMA
      ******************************************************************
       MUDA-TURMA.

           DISPLAY "CODIGO DA TURMA NOVA: "
           ACCEPT WS-TURMA-NOVA

           PERFORM VALIDA-TURMA

           EVALUATE TRUE
               WHEN NOT WS-TURMA-VALIDA
                   DISPLAY "TURMA INEXISTENTE EM TURMAS.DAT - NADA "
                           "MOVIMENTADO."
               WHEN WS-TURMA-NOVA = WS-TURMA-ATUAL
                   DISPLAY "O ALUNO JA ESTA NA TURMA "
                           WS-TURMA-NOVA " - NADA MOVIMENTADO."
               WHEN OTHER
                   PERFORM CONTA-LOTACAO
                   IF WS-CAB-CONT >= WS-TURMA-CAPACIDADE
                       DISPLAY "TURMA " WS-TURMA-NOVA " CHEIA ("
                               WS-CAB-CONT " ALUNOS, CAPACIDADE "
                               WS-TURMA-CAPACIDADE ") - NADA "
                               "MOVIMENTADO."
                   ELSE
                       PERFORM REGRAVA-MATRICULAS
                       SET TRF-MUDANCA-TURMA TO TRUE
                       MOVE WS-TURMA-NOVA TO TRF-TURMA-DESTINO
                       MOVE SPACES TO TRF-ESCOLA-DESTINO
                       PERFORM GRAVA-MOVIMENTO
                       DISPLAY "ALUNO " WS-ALUNO-NUM " PASSOU DA "
                               "TURMA " WS-TURMA-ATUAL " PARA A "
                               WS-TURMA-NOVA " (" WS-CONT-ALTERADAS
                               " MATRICULAS) COM EFEITO A "
                               WS-DATA-EFEITO-TX "."
                       PERFORM OFERECE-VAGA-ORIGEM
                   END-IF
           END-EVALUATE.

       VALIDA-TURMA.

           MOVE 'N' TO WS-TURMA-ACHADA
           MOVE 'N' TO WS-TURMAS-FIM
           MOVE 999 TO WS-TURMA-CAPACIDADE

           OPEN INPUT TURMAS
           IF WS-FS-TURMAS NOT = "00"
               DISPLAY "AVISO: TURMAS.DAT NAO ENCONTRADO - TURMA "
                       "ACEITE SEM VALIDACAO."
               SET WS-TURMA-VALIDA TO TRUE
           ELSE
               PERFORM LE-TURMA
               PERFORM VERIFICA-TURMA
                   UNTIL WS-TURMAS-FIM-FICHEIRO OR WS-TURMA-VALIDA
               CLOSE TURMAS
           END-IF.

       LE-TURMA.

           READ TURMAS
               AT END SET WS-TURMAS-FIM-FICHEIRO TO TRUE
           END-READ.

       VERIFICA-TURMA.

           IF TUR-CODIGO = WS-TURMA-NOVA
               SET WS-TURMA-VALIDA TO TRUE
               IF TUR-CAPACIDADE > ZERO
                   MOVE TUR-CAPACIDADE TO WS-TURMA-CAPACIDADE
               END-IF
           ELSE
               PERFORM LE-TURMA
           END-IF.

       CONTA-LOTACAO.

           MOVE ZEROS TO WS-CAB-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT MATRICULAS
           IF WS-FS-MATRICULAS = "00"
               PERFORM LE-MATRICULA
               PERFORM CONTA-CABECA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE MATRICULAS
           END-IF.

       CONTA-CABECA.

           IF MAT-TURMA = WS-TURMA-NOVA
              AND (MAT-ANO-LETIVO NOT NUMERIC
                   OR MAT-ANO-LETIVO = ZEROS
                   OR MAT-ANO-LETIVO = CTL-ANO-LETIVO)
               MOVE 'N' TO WS-CAB-ACHADO
               PERFORM PROCURA-CABECA
                   VARYING WS-CAB-IDX FROM 1 BY 1
                   UNTIL WS-CAB-IDX > WS-CAB-CONT
                      OR WS-CAB-JA-CONTADO
               IF NOT WS-CAB-JA-CONTADO
                  AND WS-CAB-CONT < WS-CAB-MAX
                   ADD 1 TO WS-CAB-CONT
                   MOVE MAT-ALUNO TO WS-CAB-ALUNO (WS-CAB-CONT)
               END-IF
           END-IF

           PERFORM LE-MATRICULA.

       PROCURA-CABECA.

           IF WS-CAB-ALUNO (WS-CAB-IDX) = MAT-ALUNO
               SET WS-CAB-JA-CONTADO TO TRUE
           END-IF.

      ******************************************************************
      * SAIDA DA ESCOLA
      ******************************************************************
       SAIDA-ESCOLA.

           DISPLAY "ESCOLA DE DESTINO (ENTER = DESCONHECIDA): "
           MOVE SPACES TO WS-ESCOLA-DESTINO
           ACCEPT WS-ESCOLA-DESTINO
           IF WS-ESCOLA-DESTINO = SPACES
               MOVE "DESCONHECIDA" TO WS-ESCOLA-DESTINO
           END-IF

           DISPLAY "CONFIRMA A SAIDA DE " ALU-NOME " COM EFEITO A "
                   WS-DATA-EFEITO-TX "? (S/N): "
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM IMPRIME-GUIA

               MOVE SPACES TO WS-TURMA-NOVA
               PERFORM REGRAVA-MATRICULAS

               MOVE 'I' TO ALU-ESTADO
               REWRITE FD-ALUNO-REG
               IF WS-FS-ALUNOS NOT = "00"
                   DISPLAY "ERRO AO INATIVAR O ALUNO - FILE STATUS "
                           WS-FS-ALUNOS
               END-IF

               SET TRF-SAIDA-ESCOLA TO TRUE
               MOVE SPACES TO TRF-TURMA-DESTINO
               MOVE WS-ESCOLA-DESTINO TO TRF-ESCOLA-DESTINO
               PERFORM GRAVA-MOVIMENTO
               PERFORM REGISTA-ANULACAO

               DISPLAY "MATRICULA ANULADA (" WS-CONT-ALTERADAS
                       " DISCIPLINAS). PROPINAS FATURADAS ATE AO "
                       "MES " WS-DEF-MES "/" WS-DEF-ANO "."
               PERFORM OFERECE-VAGA-ORIGEM
           ELSE
               DISPLAY "SAIDA CANCELADA."
           END-IF.

      * O lugar deixado na turma de origem passa ao candidato
      * seguinte da lista de espera (PROGOFERTA). O mestre de alunos
      * e fechado a volta da chamada, porque a sub-rotina le-o para
      * a carta ao encarregado.
       OFERECE-VAGA-ORIGEM.

           CLOSE ALUNOS

           MOVE WS-TURMA-ATUAL TO OFE-TURMA
           MOVE CTL-ANO-LETIVO TO OFE-ANO-LETIVO
           MOVE 'N' TO WS-IND-OFERTA
           CALL 'PROGOFERTA' USING OFERTA-PARAMETRES
               ON EXCEPTION
                   SET WS-OFERTA-FALHOU TO TRUE
           END-CALL

           OPEN I-O ALUNOS

           IF NOT WS-OFERTA-FALHOU AND OFE-OK
              AND OFE-CONT-OFERTAS > ZERO
               DISPLAY "VAGA NA TURMA " WS-TURMA-ATUAL " OFERECIDA A "
                       "LISTA DE ESPERA (CARTA EM CARTAS.DAT)."
           END-IF.

       REGISTA-ANULACAO.

           MOVE "PROGTRANSFERE" TO AUD-PROGRAMA
           MOVE "ANULACAO"      TO AUD-TIPO
           MOVE SGN-OPERADOR    TO AUD-OPERADOR
           MOVE SPACES          TO AUD-DETALHE
           STRING "ALUNO " WS-ALUNO-NUM " TURMA " WS-TURMA-ATUAL
                  " SAIDA A " WS-DATA-EFEITO-TX
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING
           SET AUD-FALHOU TO TRUE
           MOVE 'N' TO WS-IND-AUDIT

           CALL 'PROGAUDIT' USING AUDIT-PARAMETRES
               ON EXCEPTION
                   SET WS-AUDIT-FALHOU TO TRUE
           END-CALL

           IF WS-AUDIT-FALHOU OR AUD-FALHOU
               DISPLAY "AVISO: NAO FOI POSSIVEL REGISTAR A "
                       "ANULACAO EM AUDIT.DAT."
           END-IF.

      * Regrava as matriculas pelo ficheiro de trabalho: as do ano
      * do aluno passam a turma nova (mudanca) ou ficam de fora
      * (saida, com WS-TURMA-NOVA em branco).
       REGRAVA-MATRICULAS.

           MOVE ZEROS TO WS-CONT-ALTERADAS
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT MATRICULAS
           OPEN OUTPUT TRABALHO

           PERFORM LE-MATRICULA
           PERFORM TRATA-MATRICULA
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE MATRICULAS
           CLOSE TRABALHO

           PERFORM COPIA-DE-VOLTA.

       TRATA-MATRICULA.

           IF MAT-ALUNO = WS-ALUNO-NUM
              AND (MAT-ANO-LETIVO NOT NUMERIC
                   OR MAT-ANO-LETIVO = ZEROS
                   OR MAT-ANO-LETIVO = CTL-ANO-LETIVO)
               ADD 1 TO WS-CONT-ALTERADAS
               IF WS-TURMA-NOVA NOT = SPACES
                   MOVE WS-TURMA-NOVA TO MAT-TURMA
                   MOVE FD-MATRICULA-REG TO FD-TRABALHO-REG
                   WRITE FD-TRABALHO-REG
               END-IF
           ELSE
               MOVE FD-MATRICULA-REG TO FD-TRABALHO-REG
               WRITE FD-TRABALHO-REG
           END-IF

           PERFORM LE-MATRICULA.

       COPIA-DE-VOLTA.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TRABALHO
           OPEN OUTPUT MATRICULAS

           PERFORM LE-TRABALHO
           PERFORM RECARREGA-REGISTO
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE TRABALHO
           CLOSE MATRICULAS.

       LE-TRABALHO.

           READ TRABALHO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       RECARREGA-REGISTO.

           MOVE FD-TRABALHO-REG TO FD-MATRICULA-REG
           WRITE FD-MATRICULA-REG

           PERFORM LE-TRABALHO.

       GRAVA-MOVIMENTO.

           OPEN EXTEND TRANSFERENCIAS
           IF WS-FS-TRANSFERENCIAS = "35"
               OPEN OUTPUT TRANSFERENCIAS
               CLOSE TRANSFERENCIAS
               OPEN EXTEND TRANSFERENCIAS
           END-IF

           MOVE WS-ALUNO-NUM     TO TRF-ALUNO
           MOVE WS-DATA-EFEITO   TO TRF-DATA-EFEITO
           MOVE WS-TURMA-ATUAL   TO TRF-TURMA-ORIGEM
           MOVE CTL-ANO-LETIVO   TO TRF-ANO-LETIVO
           MOVE SGN-OPERADOR     TO TRF-OPERADOR
           MOVE WS-DATA-SISTEMA  TO TRF-DATA-REGISTO
           WRITE FD-TRANSF-REG

           CLOSE TRANSFERENCIAS.

      ******************************************************************
      * GUIA DE TRANSFERENCIA - NOTAS E FALTAS DO ANO ATE A DATA
      ******************************************************************
       IMPRIME-GUIA.

           OPEN OUTPUT LISTAGEM

           MOVE "GUIA DE TRANSFERENCIA DE ALUNO" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "ALUNO          : " ALU-NUMERO " " ALU-NOME
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "TURMA          : " WS-TURMA-ATUAL
                  "   ANO LETIVO " CTL-ANO-LETIVO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "DATA DE SAIDA  : " WS-DATA-EFEITO-TX
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "ESCOLA DESTINO : " WS-ESCOLA-DESTINO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "AVALIACOES LANCADAS NO ANO" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "PER DISCIPLINA                      MEDIA STATUS"
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA

           PERFORM LISTA-NOTAS

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "FALTAS DO ANO ATE A DATA DE SAIDA" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "DISCIPLINA                     TOTAL JUSTIFICADAS"
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA

           PERFORM CONTA-FALTAS
           IF WS-FTA-CONT = ZERO
               MOVE "  (SEM FALTAS REGISTADAS)" TO WS-LINHA
               PERFORM EMITE-LINHA
           ELSE
               PERFORM LISTA-FALTA
                   VARYING WS-FTA-IDX FROM 1 BY 1
                   UNTIL WS-FTA-IDX > WS-FTA-CONT
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "NOTAS PROVISORIAS (P) AINDA NAO VALIDADAS EM "
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "CONSELHO DE TURMA." TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "O(A) DIRETOR(A): ______________________________"
               TO WS-LINHA
           PERFORM EMITE-LINHA

           CLOSE LISTAGEM

           PERFORM ENVIA-AO-SPOOL.

       EMITE-LINHA.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * O mestre e indexado por aluno/disciplina/periodo/tipo: START
      * na chave do aluno e READ NEXT, como a consulta do BOLETIM.
       LISTA-NOTAS.

           MOVE ZEROS TO WS-CONT-NOTAS
           MOVE 'N' TO WS-CONSULTA-FIM

           OPEN INPUT BOLETIM-MASTER
           IF WS-FS-BOLETIM = "00"
               MOVE WS-ALUNO-NUM TO BOL-ALUNO-NUM
               MOVE LOW-VALUES   TO BOL-MATERIA
               MOVE ZERO         TO BOL-PERIODO
               MOVE LOW-VALUES   TO BOL-TIPO
               START BOLETIM-MASTER
                   KEY NOT < BOL-CHAVE
               IF WS-FS-BOLETIM = "00"
                   PERFORM LE-CONSULTA
                   PERFORM MOSTRA-NOTA
                       UNTIL WS-CONSULTA-FIM-FICHEIRO
               END-IF
               CLOSE BOLETIM-MASTER
           END-IF

           IF WS-CONT-NOTAS = ZERO
               MOVE "  (SEM AVALIACOES LANCADAS)" TO WS-LINHA
               PERFORM EMITE-LINHA
           END-IF.

       LE-CONSULTA.

           READ BOLETIM-MASTER NEXT
               AT END SET WS-CONSULTA-FIM-FICHEIRO TO TRUE
           END-READ

           IF NOT WS-CONSULTA-FIM-FICHEIRO
              AND BOL-ALUNO-NUM NOT = WS-ALUNO-NUM
               SET WS-CONSULTA-FIM-FICHEIRO TO TRUE
           END-IF.

       MOSTRA-NOTA.

           IF BOL-ANO-LETIVO = CTL-ANO-LETIVO
              OR BOL-ANO-LETIVO = ZEROS
               MOVE SPACES TO WS-LINHA
               STRING "  " BOL-PERIODO " " BOL-MATERIA " "
                      BOL-MEDIA " " BOL-STATUS " " BOL-SITUACAO
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               IF BOL-TIPO = 'R'
                   MOVE "(RECUPERACAO)" TO WS-LINHA (70: 13)
               END-IF
               PERFORM EMITE-LINHA
               ADD 1 TO WS-CONT-NOTAS
           END-IF

           PERFORM LE-CONSULTA.

       CONTA-FALTAS.

           MOVE ZEROS TO WS-FTA-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT FALTAS
           IF WS-FS-FALTAS = "00"
               PERFORM LE-FALTA
               PERFORM ACUMULA-FALTA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE FALTAS
           END-IF.

       LE-FALTA.

           READ FALTAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       ACUMULA-FALTA.

           IF FAL-ALUNO = WS-ALUNO-NUM
              AND (FAL-ANO-LETIVO NOT NUMERIC
                   OR FAL-ANO-LETIVO = ZEROS
                   OR FAL-ANO-LETIVO = CTL-ANO-LETIVO)
               MOVE 'N' TO WS-FTA-ACHADA
               PERFORM PROCURA-FALTA-MATERIA
                   VARYING WS-FTA-IDX FROM 1 BY 1
                   UNTIL WS-FTA-IDX > WS-FTA-CONT
                      OR WS-FTA-JA-EXISTE
               IF WS-FTA-JA-EXISTE
                   SUBTRACT 1 FROM WS-FTA-IDX
               ELSE
                   IF WS-FTA-CONT < WS-FTA-MAX
                       ADD 1 TO WS-FTA-CONT
                       MOVE WS-FTA-CONT TO WS-FTA-IDX
                       MOVE FAL-MATERIA TO WS-FT-MATERIA (WS-FTA-IDX)
                       MOVE ZEROS TO WS-FT-TOTAL (WS-FTA-IDX)
                                     WS-FT-JUSTIFICADAS (WS-FTA-IDX)
                       SET WS-FTA-JA-EXISTE TO TRUE
                   END-IF
               END-IF
               IF WS-FTA-JA-EXISTE
                   ADD 1 TO WS-FT-TOTAL (WS-FTA-IDX)
                   IF FAL-COM-JUSTIFICACAO
                       ADD 1 TO WS-FT-JUSTIFICADAS (WS-FTA-IDX)
                   END-IF
               END-IF
           END-IF

           PERFORM LE-FALTA.

       PROCURA-FALTA-MATERIA.

           IF WS-FT-MATERIA (WS-FTA-IDX) = FAL-MATERIA
               SET WS-FTA-JA-EXISTE TO TRUE
           END-IF.

       LISTA-FALTA.

           MOVE SPACES TO WS-LINHA
           STRING WS-FT-MATERIA (WS-FTA-IDX) " "
                  WS-FT-TOTAL (WS-FTA-IDX) "   "
                  WS-FT-JUSTIFICADAS (WS-FTA-IDX)
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       ENVIA-AO-SPOOL.

           MOVE "GUIATRF" TO SPL-RELATORIO
           MOVE "GUIATRF.LIS" TO SPL-FICHEIRO
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
       END PROGRAM PROGTRANSFERE.
