      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: FOLHAS DE NOTAS PRE-PREENCHIDAS - GERA AS LINHAS DE
      *          NOTAS-LOTE.DAT DE UMA TURMA/DISCIPLINA A PARTIR DAS
      *          MATRICULAS E IMPRIME A FOLHA EM PAPEL QUE O
      *          PROFESSOR PREENCHE.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. As notas chegavam em folhas soltas
      *            e o numero do aluno e o codigo da disciplina eram
      *            digitados a mao em NOTAS-LOTE.DAT - metade das
      *            recusas em NOTAS-REJ.DAT eram gralhas. Para a
      *            turma e disciplina pedidas, os alunos matriculados
      *            no ano letivo corrente (MATRICULAS.DAT) e ativos no
      *            mestre (ALUNOS.DAT) saem por ordem alfabetica numa
      *            linha de lote cada: numero, turma, disciplina e as
      *            notas configuradas em MATCONF.DAT em branco (as
      *            que nao contam vao a zeros, como o lote as trata),
      *            com o nome do aluno no fim da linha para o
      *            operador se orientar. A folha FOLHAS.LIS (copiada
      *            para o spool) traz as mesmas linhas, pela mesma
      *            ordem, com as casas das notas e das faltas do
      *            periodo (CTL-PERIODO-CORRENTE). As linhas sao
      *            acrescentadas ao lote - varias turmas podem ir no
      *            mesmo fim de dia - mas uma turma/disciplina que ja
      *            la esteja e recusada.
      * 15/10/26 - As rotinas de leitura, RELEASE e RETURN dos
      *            procedimentos da ordenacao passam para seccoes
      *            proprias, como no PROGFECHOANO: a ordenacao corria-as
      *            de novo no fim de cada seccao com o ultimo registo
      *            ainda na area - a linha do ultimo aluno saia duas
      *            vezes no NOTAS-LOTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFOLHAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE   ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT MATRICULAS ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATRICULAS.
           SELECT ALUNOS     ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT TURMAS     ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURMAS.
           SELECT MATCONF    ASSIGN TO "MATCONF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATCONF.
           SELECT NOTAS-LOTE ASSIGN TO "NOTAS-LOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.
           SELECT LISTAGEM   ASSIGN TO "FOLHAS.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
           SELECT ORDENACAO  ASSIGN TO "FOLHAS.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  MATRICULAS.
       COPY "MATREG.cpy" REPLACING NIVEL-MAT BY 01
                                   CAMPO-MAT-REG BY FD-MATRICULA-REG.

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       FD  TURMAS.
       COPY "TURREG.cpy" REPLACING NIVEL-TUR BY 01
                                   CAMPO-TUR-REG BY FD-TURMA-REG.

       FD  MATCONF.
       01  FD-MATCONF-REG.
           03 FD-MCF-MATERIA           PIC A(30).
           03 FD-MCF-NUM-NOTAS         PIC 9(01).
           03 FD-MCF-PESO1             PIC 9(03).
           03 FD-MCF-PESO2             PIC 9(03).
           03 FD-MCF-PESO3             PIC 9(03).
           03 FD-MCF-PESO4             PIC 9(03).

      * O layout do lote e o do BOLETIM (aluno, turma, disciplina,
      * 4 notas 9(02)V99), aqui com as notas em texto para poderem
      * sair em branco, e o nome no fim (o lote nao o usa).
       FD  NOTAS-LOTE.
       01  FD-LOTE-REG.
           03 LOT-ALUNO                PIC 9(06).
           03 LOT-TURMA                PIC X(05).
           03 LOT-MATERIA              PIC A(30).
           03 LOT-NOTA-TX              PIC X(04) OCCURS 4 TIMES.
           03 LOT-NOME                 PIC X(30).

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(100).

       SD  ORDENACAO.
       01  SRT-REGISTO.
           03 SRT-NOME                 PIC X(30).
           03 SRT-ALUNO                PIC 9(06).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       COPY "RETCOD.cpy".

       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-MATRICULAS         PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-MATCONF            PIC X(02) VALUE ZEROS.
       01 WS-FS-LOTE               PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.

       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DSIS-ANO              PIC X(04).
           03 WS-DSIS-MES              PIC X(02).
           03 WS-DSIS-DIA              PIC X(02).

       01 WS-OPCAO                 PIC X VALUE 'S'.

       01 WS-TURMA                 PIC X(05) VALUE SPACES.
       01 WS-TURMA-DESCRICAO       PIC X(30) VALUE SPACES.
       01 WS-MATERIA               PIC A(30) VALUE SPACES.
       01 WS-NOME-DISCIPLINA       PIC X(30) VALUE SPACES.

       01 WS-TURMA-ACHADA          PIC X VALUE 'N'.
           88 WS-TURMA-VALIDA             VALUE 'S'.
       01 WS-TURMAS-FIM            PIC X VALUE 'N'.
           88 WS-TURMAS-FIM-FICHEIRO      VALUE 'S'.
       01 WS-DISC-VALIDADA         PIC X VALUE 'N'.
           88 WS-DISCIPLINA-VALIDA        VALUE 'S'.
       01 WS-IND-DISCON            PIC X VALUE 'N'.
           88 WS-DISCON-FALHOU            VALUE 'S'.
       01 WS-ALUNOS-ABERTO         PIC X VALUE 'N'.
           88 WS-ALUNOS-DISPONIVEL        VALUE 'S'.
       01 WS-LOTE-REPETIDO         PIC X VALUE 'N'.
           88 WS-JA-NO-LOTE               VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.

      * Configuracao da disciplina (MATCONF.DAT) - as mesmas regras
      * do BOLETIM: sem registo, ou com pesos que nao somam 100,
      * valem 4 notas de peso igual.
       01 WS-MATCONF-FIM           PIC X VALUE 'N'.
           88 WS-MATCONF-FIM-FICHEIRO     VALUE 'S'.
       01 WS-CFG-ACHADA            PIC X VALUE 'N'.
           88 WS-CFG-ENCONTRADA           VALUE 'S'.
       01 WS-CFG-NUM-NOTAS         PIC 9 VALUE 4.
       01 WS-CFG-PESOS-GRUPO.
           03 WS-CFG-PESO1             PIC 9(03) VALUE 25.
           03 WS-CFG-PESO2             PIC 9(03) VALUE 25.
           03 WS-CFG-PESO3             PIC 9(03) VALUE 25.
           03 WS-CFG-PESO4             PIC 9(03) VALUE 25.
       01 WS-CFG-SOMA-PESOS        PIC 9(04) VALUE ZEROS.
       01 WS-NOTA-IDX              PIC 9 VALUE 1.

       01 WS-CONT-ALUNOS           PIC 9(03) VALUE ZEROS.
       01 WS-CONT-IGNORADOS        PIC 9(03) VALUE ZEROS.

       01 WS-LINHA                 PIC X(100) VALUE SPACES.
       01 WS-CASAS-NOTAS           PIC X(40) VALUE SPACES.
       01 WS-CASAS-PTR             PIC 9(03) VALUE 1.

       01 DISCON-PARAMETRES.
           02 DSC-CODIGO               PIC X(08).
           02 DSC-NOME                 PIC X(30).
           02 DSC-RESULTADO            PIC X(01).
               88 DSC-ENCONTRADA              VALUE 'S'.
               88 DSC-NAO-ENCONTRADA          VALUE 'N'.
               88 DSC-SEM-FICHEIRO            VALUE 'F'.

       01 SPOOL-PARAMETRES.
           02 SPL-RELATORIO            PIC X(12).
           02 SPL-FICHEIRO             PIC X(20).
           02 SPL-OPERADOR             PIC X(08).
           02 SPL-MEMBRO               PIC 9(06).
           02 SPL-RESULTADO            PIC X(01).
               88 SPL-OK                      VALUE 'S'.
               88 SPL-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       PRINCIPAL SECTION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*    FOLHAS DE NOTAS PRE-PREENCHIDAS      *"
           DISPLAY "*******************************************"

           PERFORM LE-CONTROLE

           DISPLAY "ANO LETIVO " CTL-ANO-LETIVO "  PERIODO "
                   CTL-PERIODO-CORRENTE

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT = "00"
               DISPLAY "ALUNOS.DAT NAO ENCONTRADO - REGISTE OS "
                       "ALUNOS PRIMEIRO (PROGALUNO)."
               SET RC-ERRO TO TRUE
           ELSE
               SET WS-ALUNOS-DISPONIVEL TO TRUE
               PERFORM GERA-FOLHA
                   UNTIL WS-OPCAO = "N" OR WS-OPCAO = "n"
               CLOSE ALUNOS
           END-IF

           DISPLAY "FOLHAS DE NOTAS TERMINADAS."
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       GERA-FOLHA.

           DISPLAY " "
           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-TURMA
           PERFORM VALIDA-TURMA

           IF NOT WS-TURMA-VALIDA
               DISPLAY "TURMA INEXISTENTE EM TURMAS.DAT."
           ELSE
               DISPLAY "CODIGO DA DISCIPLINA: "
               ACCEPT WS-MATERIA
               PERFORM VALIDA-DISCIPLINA
               IF NOT WS-DISCIPLINA-VALIDA
                   DISPLAY "DISCIPLINA INEXISTENTE NO MESTRE "
                           "(PROGDISCIPLINA)."
               ELSE
                   PERFORM VERIFICA-LOTE
                   IF WS-JA-NO-LOTE
                       DISPLAY "NOTAS-LOTE.DAT JA TEM LINHAS DA "
                               "TURMA " WS-TURMA " PARA "
                               WS-MATERIA " - FOLHA NAO GERADA."
                       SET RC-AVISO TO TRUE
                   ELSE
                       PERFORM LE-CONFIG-MATERIA
                       PERFORM EMITE-FOLHA
                   END-IF
               END-IF
           END-IF

           DISPLAY " "
           DISPLAY "GERAR OUTRA FOLHA? (S/N): "
           ACCEPT WS-OPCAO

      * Sem resposta (entrada esgotada) vale o N.
           IF WS-OPCAO = SPACE
               MOVE "N" TO WS-OPCAO
           END-IF.

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

           IF CTL-PERIODO-CORRENTE NOT NUMERIC
              OR CTL-PERIODO-CORRENTE < 1
              OR CTL-PERIODO-CORRENTE > 3
               MOVE 1 TO CTL-PERIODO-CORRENTE
           END-IF

      * Ano letivo por omissao: o ano civil do arranque (antes de
      * setembro ainda e o ano letivo anterior), como no BOLETIM.
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

       VALIDA-TURMA.

           MOVE 'N' TO WS-TURMA-ACHADA
           MOVE 'N' TO WS-TURMAS-FIM
           MOVE SPACES TO WS-TURMA-DESCRICAO

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

           IF TUR-CODIGO = WS-TURMA
               SET WS-TURMA-VALIDA TO TRUE
               MOVE TUR-DESCRICAO TO WS-TURMA-DESCRICAO
           ELSE
               PERFORM LE-TURMA
           END-IF.

       VALIDA-DISCIPLINA.

           MOVE 'N' TO WS-DISC-VALIDADA
           MOVE WS-MATERIA TO DSC-CODIGO WS-NOME-DISCIPLINA
           SET DSC-NAO-ENCONTRADA TO TRUE
           MOVE 'N' TO WS-IND-DISCON

           CALL 'PROGDISCON' USING DISCON-PARAMETRES
               ON EXCEPTION
                   SET WS-DISCON-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-DISCON-FALHOU OR DSC-SEM-FICHEIRO
                   DISPLAY "AVISO: MESTRE DE DISCIPLINAS "
                           "INDISPONIVEL - CODIGO ACEITE SEM "
                           "VALIDACAO."
                   SET WS-DISCIPLINA-VALIDA TO TRUE
               WHEN DSC-ENCONTRADA
                   SET WS-DISCIPLINA-VALIDA TO TRUE
                   MOVE DSC-NOME TO WS-NOME-DISCIPLINA
                   DISPLAY "DISCIPLINA: " WS-NOME-DISCIPLINA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A mesma turma/disciplina duas vezes no lote dava as notas
      * em duplicado no periodo - a segunda folha e recusada.
       VERIFICA-LOTE.

           MOVE 'N' TO WS-LOTE-REPETIDO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT NOTAS-LOTE
           IF WS-FS-LOTE = "00"
               PERFORM LE-LOTE
               PERFORM COMPARA-LOTE
                   UNTIL WS-SEM-MAIS-REGISTOS OR WS-JA-NO-LOTE
               CLOSE NOTAS-LOTE
           END-IF.

       LE-LOTE.

           READ NOTAS-LOTE
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       COMPARA-LOTE.

           IF LOT-TURMA = WS-TURMA
              AND LOT-MATERIA = WS-MATERIA
               SET WS-JA-NO-LOTE TO TRUE
           ELSE
               PERFORM LE-LOTE
           END-IF.

       LE-CONFIG-MATERIA.

           MOVE 4  TO WS-CFG-NUM-NOTAS
           MOVE 25 TO WS-CFG-PESO1 WS-CFG-PESO2
                      WS-CFG-PESO3 WS-CFG-PESO4
           MOVE 'N' TO WS-CFG-ACHADA
           MOVE 'N' TO WS-MATCONF-FIM

           OPEN INPUT MATCONF
           IF WS-FS-MATCONF = "00"
               PERFORM LE-MATCONF
               PERFORM VERIFICA-MATCONF
                   UNTIL WS-MATCONF-FIM-FICHEIRO
                      OR WS-CFG-ENCONTRADA
               CLOSE MATCONF
           END-IF

           IF WS-CFG-ENCONTRADA
               COMPUTE WS-CFG-SOMA-PESOS =
                   WS-CFG-PESO1 + WS-CFG-PESO2
                   + WS-CFG-PESO3 + WS-CFG-PESO4
               IF WS-CFG-NUM-NOTAS < 1 OR WS-CFG-NUM-NOTAS > 4
                  OR WS-CFG-SOMA-PESOS NOT = 100
                   DISPLAY "AVISO: CONFIGURACAO INVALIDA PARA "
                           WS-MATERIA " - ASSUMIDAS 4 NOTAS DE "
                           "PESO IGUAL."
                   MOVE 4  TO WS-CFG-NUM-NOTAS
                   MOVE 25 TO WS-CFG-PESO1 WS-CFG-PESO2
                              WS-CFG-PESO3 WS-CFG-PESO4
               END-IF
           END-IF.

       LE-MATCONF.

           READ MATCONF
               AT END SET WS-MATCONF-FIM-FICHEIRO TO TRUE
           END-READ.

       VERIFICA-MATCONF.

           IF FD-MCF-MATERIA = WS-MATERIA
               SET WS-CFG-ENCONTRADA TO TRUE
               MOVE FD-MCF-NUM-NOTAS TO WS-CFG-NUM-NOTAS
               MOVE FD-MCF-PESO1     TO WS-CFG-PESO1
               MOVE FD-MCF-PESO2     TO WS-CFG-PESO2
               MOVE FD-MCF-PESO3     TO WS-CFG-PESO3
               MOVE FD-MCF-PESO4     TO WS-CFG-PESO4
           ELSE
               PERFORM LE-MATCONF
           END-IF.

      * Lote e folha saem da mesma passagem ordenada, para a linha
      * N da folha ser a linha N do lote.
       EMITE-FOLHA.

           MOVE ZEROS TO WS-CONT-ALUNOS
           MOVE ZEROS TO WS-CONT-IGNORADOS

           OPEN EXTEND NOTAS-LOTE
           IF WS-FS-LOTE = "35"
               OPEN OUTPUT NOTAS-LOTE
               CLOSE NOTAS-LOTE
               OPEN EXTEND NOTAS-LOTE
           END-IF
           OPEN OUTPUT LISTAGEM

           PERFORM CABECALHO-FOLHA

           SORT ORDENACAO
               ON ASCENDING KEY SRT-NOME SRT-ALUNO
               INPUT PROCEDURE IS SELECIONA-ALUNOS
               OUTPUT PROCEDURE IS ESCREVE-FOLHA

           PERFORM RODAPE-FOLHA

           CLOSE NOTAS-LOTE
           CLOSE LISTAGEM

           DISPLAY "LINHAS ACRESCENTADAS A NOTAS-LOTE.DAT: "
                   WS-CONT-ALUNOS
           IF WS-CONT-IGNORADOS > ZERO
               DISPLAY "MATRICULAS IGNORADAS (ALUNO INEXISTENTE OU "
                       "INATIVO): " WS-CONT-IGNORADOS
               SET RC-AVISO TO TRUE
           END-IF

           PERFORM ENVIA-AO-SPOOL.

       CABECALHO-FOLHA.

           MOVE SPACES TO WS-LINHA
           STRING "FOLHA DE NOTAS - ANO LETIVO " CTL-ANO-LETIVO
                  " - PERIODO " CTL-PERIODO-CORRENTE
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "TURMA      : " WS-TURMA " " WS-TURMA-DESCRICAO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "DISCIPLINA : " WS-MATERIA (1:8) " "
                  WS-NOME-DISCIPLINA
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "NOTAS (1 A 10): " WS-CFG-NUM-NOTAS
                  "  PESOS % " WS-CFG-PESO1 " " WS-CFG-PESO2 " "
                  WS-CFG-PESO3 " " WS-CFG-PESO4
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "NUMERO NOME                           "
                  "NOTAS                    FALTAS"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA.

       RODAPE-FOLHA.

           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "ALUNOS: " WS-CONT-ALUNOS
                  "   NOTAS COM DUAS CASAS DECIMAIS (EX. 08,50)."
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE "AS FALTAS DO PERIODO SAO LANCADAS PELA SECRETARIA "
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "NO REGISTO DE FALTAS (PROGFALTAS)." TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "ASSINATURA DO PROFESSOR: ______________________  "
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "DATA: ___/___/______" TO WS-LINHA
           PERFORM EMITE-LINHA.

       EMITE-LINHA.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

       ENVIA-AO-SPOOL.

           MOVE "FOLHAS" TO SPL-RELATORIO
           MOVE "FOLHAS.LIS" TO SPL-FICHEIRO
           MOVE SPACES TO SPL-OPERADOR
           MOVE 'N' TO WS-IND-SPOOL
           CALL 'PROGSPOOL' USING SPOOL-PARAMETRES
               ON EXCEPTION
                   SET WS-SPOOL-FALHOU TO TRUE
           END-CALL
           IF NOT WS-SPOOL-FALHOU AND SPL-OK
               DISPLAY "CATALOGADO NO SPOOL COMO MEMBRO "
                       SPL-MEMBRO "."
           END-IF.

      * Entram as matriculas da turma/disciplina do ano corrente (as
      * antigas sem ano contam como correntes, como no BOLETIM) de
      * alunos ativos - um inativo seria recusado pelo lote.
       SELECIONA-ALUNOS SECTION.
       SELECIONA-INICIO.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT MATRICULAS
           IF WS-FS-MATRICULAS NOT = "00"
               DISPLAY "AVISO: MATRICULAS.DAT NAO ENCONTRADO - "
                       "FOLHA SEM ALUNOS."
           ELSE
               PERFORM LE-MATRICULA
               PERFORM LIBERTA-MATRICULA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE MATRICULAS
           END-IF.

      * Rotinas da entrada da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de SELECIONA-ALUNOS.
       SELECIONA-ALUNOS-ROTINAS SECTION.
       LE-MATRICULA.

           READ MATRICULAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-MATRICULA.

           IF MAT-TURMA = WS-TURMA
              AND MAT-MATERIA = WS-MATERIA
              AND (MAT-ANO-LETIVO NOT NUMERIC
                   OR MAT-ANO-LETIVO = ZEROS
                   OR MAT-ANO-LETIVO = CTL-ANO-LETIVO)
               MOVE MAT-ALUNO TO ALU-NUMERO
               READ ALUNOS
               IF WS-FS-ALUNOS = "00" AND ALU-ATIVO
                   MOVE ALU-NOME  TO SRT-NOME
                   MOVE MAT-ALUNO TO SRT-ALUNO
                   RELEASE SRT-REGISTO
               ELSE
                   ADD 1 TO WS-CONT-IGNORADOS
               END-IF
           END-IF

           PERFORM LE-MATRICULA.

       ESCREVE-FOLHA SECTION.
       ESCREVE-INICIO.

           MOVE 'N' TO WS-FIM-SORT

           PERFORM DEVOLVE-ORDENADO
           PERFORM ESCREVE-ALUNO
               UNTIL WS-SEM-MAIS-ORDENADOS.

      * Rotinas da saida da ordenacao, numa seccao propria para a
      * ordenacao nao as correr de novo no fim de ESCREVE-FOLHA.
       ESCREVE-FOLHA-ROTINAS SECTION.
       DEVOLVE-ORDENADO.

           RETURN ORDENACAO
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
           END-RETURN.

       ESCREVE-ALUNO.

           MOVE SPACES      TO FD-LOTE-REG
           MOVE SRT-ALUNO   TO LOT-ALUNO
           MOVE WS-TURMA    TO LOT-TURMA
           MOVE WS-MATERIA  TO LOT-MATERIA
           MOVE SRT-NOME    TO LOT-NOME
           MOVE SPACES      TO WS-CASAS-NOTAS
           MOVE 1           TO WS-CASAS-PTR
           PERFORM PREPARA-NOTA
               VARYING WS-NOTA-IDX FROM 1 BY 1
               UNTIL WS-NOTA-IDX > 4
           WRITE FD-LOTE-REG

           MOVE SPACES TO WS-LINHA
           STRING SRT-ALUNO " " SRT-NOME " " WS-CASAS-NOTAS
                  " [___]"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           ADD 1 TO WS-CONT-ALUNOS

           PERFORM DEVOLVE-ORDENADO.

      * As notas configuradas ficam em branco para o professor; as
      * restantes vao a zeros, que e como o lote as poe.
       PREPARA-NOTA.

           IF WS-NOTA-IDX > WS-CFG-NUM-NOTAS
               MOVE "0000" TO LOT-NOTA-TX (WS-NOTA-IDX)
           ELSE
               MOVE SPACES TO LOT-NOTA-TX (WS-NOTA-IDX)
               STRING "[__,__] " DELIMITED BY SIZE
                   INTO WS-CASAS-NOTAS WITH POINTER WS-CASAS-PTR
               END-STRING
           END-IF.
       END PROGRAM PROGFOLHAS.
