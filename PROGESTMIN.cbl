      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: ESTATISTICA ANUAL PARA O MINISTERIO - ALUNOS POR
      *          NIVEL DE ENSINO E TURMA, POR SEXO, MATRICULADOS E
      *          SAIDOS NO ANO, E RESULTADOS FINAIS POR NIVEL, NUM
      *          RELATORIO E NUM FICHEIRO DELIMITADO.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. O questionario estatistico do
      *            ministerio era preenchido contando listas a mao.
      *            Para o ano letivo pedido (por omissao o
      *            CTL-ANO-LETIVO) junta num SORT por aluno
      *            (ESTMIN.SRT) as matriculas do ano (MATRICULAS.DAT,
      *            a turma), o resultado final (RESULTFIN.DAT) e as
      *            reprovacoes por faltas do detalhe arquivado
      *            (BOLETIM.HIS), e conta cada aluno uma vez na sua
      *            turma, no nivel de ensino da turma (TURMAS.DAT) e
      *            na escola:
      *              - matriculados por sexo (FIC-SEXO da ficha do
      *                aluno, codigos de STATUSTB.cpy; sem ficha ou
      *                sem sexo conta como N/I);
      *              - saidos no ano: as saidas da escola do ano
      *                em TRANSFERENCIAS.DAT (PROGTRANSFERE), na
      *                turma de origem - a saida apaga as matriculas
      *                do ano, e o aluno conta como matriculado e
      *                saido nessa turma;
      *              - resultados: TRANSITA, NAO TRANSITA por
      *                aproveitamento, NAO TRANSITA com disciplina
      *                reprovada por faltas (REPROVADO-FALTA nao
      *                anulado por exame de recuperacao, como no
      *                PROGFECHOANO) e sem resultado final.
      *            Um aluno sem matricula do ano mas com resultado
      *            conta na turma do resultado. O relatorio sai em
      *            ESTMIN.LIS (copiado para o spool) e os mesmos
      *            numeros em ESTMIN.CSV, pela ordem dos campos do
      *            questionario, com o separador de CTL-DELIMITADOR
      *            como no PROGEXPORTA.
      * 15/10/26 - Os saidos no ano passam a vir das saidas da escola do
      *            ano em TRANSFERENCIAS.DAT, na turma de origem. A
      *            saida (PROGTRANSFERE) apaga as matriculas do ano
      *            antes de inativar o aluno, e quem saia a meio do ano
      *            ficava fora dos matriculados e dos saidos; o estado
      *            inativo em ALUNOS.DAT deixa de ser usado (contava
      *            tambem quem saiu num ano posterior).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGESTMIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE     ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT TURMAS       ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURMAS.
           SELECT MATRICULAS   ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATRICULAS.
           SELECT HISTORICO    ASSIGN TO "BOLETIM.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT RESULT-FINAL ASSIGN TO "RESULTFIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT.
           SELECT TRANSFERENCIAS ASSIGN TO "TRANSFERENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSF.
           SELECT FICHAS       ASSIGN TO "FICHAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIC-ALUNO
               FILE STATUS IS WS-FS-FICHAS.
           SELECT LISTAGEM     ASSIGN TO "ESTMIN.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
           SELECT EXPORTACAO   ASSIGN TO "ESTMIN.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT.
           SELECT ORDENA-DADOS ASSIGN TO "ESTMIN.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  TURMAS.
       COPY "TURREG.cpy" REPLACING NIVEL-TUR BY 01
                                   CAMPO-TUR-REG BY FD-TURMA-REG.

       FD  MATRICULAS.
       COPY "MATREG.cpy" REPLACING NIVEL-MAT BY 01
                                   CAMPO-MAT-REG BY FD-MATRICULA-REG.

       FD  HISTORICO.
       COPY "BOLREG.cpy" REPLACING NIVEL-BOL BY 01
                                   CAMPO-BOL-REG BY FD-HISTORICO-REG.

       FD  RESULT-FINAL.
       COPY "RESREG.cpy" REPLACING NIVEL-RF BY 01
                                   CAMPO-RF-REG BY FD-RESULT-REG.

       FD  TRANSFERENCIAS.
       COPY "TRFREG.cpy" REPLACING NIVEL-TRF BY 01
                                   CAMPO-TRF-REG BY FD-TRANSF-REG.

       FD  FICHAS.
       COPY "FICREG.cpy" REPLACING NIVEL-FIC BY 01
                                   CAMPO-FIC-REG BY FD-FICHA-REG.

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

       FD  EXPORTACAO.
       01  FD-EXPORT-REG               PIC X(300).

      * Um registo por fonte, ordenado por aluno: F = detalhe do
      * BOLETIM.HIS (marca F = reprovado por faltas, R = exame de
      * recuperacao), M = matricula do ano, R = resultado final,
      * S = saida da escola no ano (com a turma de origem).
       SD  ORDENA-DADOS.
       01  SOR-REGISTO.
           03 SOR-ALUNO                PIC 9(06).
           03 SOR-TIPO                 PIC X(01).
           03 SOR-MATERIA              PIC X(30).
           03 SOR-MARCA                PIC X(01).
           03 SOR-TURMA                PIC X(05).
           03 SOR-RESULTADO            PIC X(12).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".
       COPY "STATUSTB.cpy".

       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-MATRICULAS         PIC X(02) VALUE ZEROS.
       01 WS-FS-HISTORICO          PIC X(02) VALUE ZEROS.
       01 WS-FS-RESULT             PIC X(02) VALUE ZEROS.
       01 WS-FS-TRANSF             PIC X(02) VALUE ZEROS.
       01 WS-FS-FICHAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.
       01 WS-FS-EXPORT             PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.

       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DSIS-ANO              PIC X(04).
           03 WS-DSIS-MES              PIC X(02).
           03 WS-DSIS-DIA              PIC X(02).
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.

       01 WS-ANO-TX                PIC X(04) VALUE SPACES.
       01 WS-ANO-PEDIDO            PIC 9(04) VALUE ZEROS.
       01 WS-ANO-SEGUINTE          PIC 9(04) VALUE ZEROS.

       01 WS-FICHAS-ABERTO         PIC X VALUE 'N'.
           88 WS-HA-FICHAS                VALUE 'S'.

      * Turmas de TURMAS.DAT, ordenadas por nivel e codigo, cada uma
      * ligada ao seu nivel de ensino; as turmas que so aparecem nas
      * matriculas entram no fim com o nivel "??".
       01 WS-TUR-MAX               PIC 9(02) VALUE 60.
       01 WS-TUR-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-TUR-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-TUR-USO               PIC 9(02) VALUE ZEROS.
       01 WS-TURMAS.
           03 WS-TUR OCCURS 60 TIMES.
               05 WS-TU-CHAVE.
                   07 WS-TU-NIVEL          PIC X(02).
                   07 WS-TU-CODIGO         PIC X(05).
               05 WS-TU-NIV-IDX        PIC 9(02).
       01 WS-TUR-AUX               PIC X(09) VALUE SPACES.
       01 WS-ORD-TROCOU            PIC X VALUE 'N'.
           88 WS-HOUVE-TROCA              VALUE 'S'.
       01 WS-TURMA-PEDIDA          PIC X(05) VALUE SPACES.
       01 WS-TURMA-ACHADA          PIC X VALUE 'N'.
           88 WS-TURMA-NA-TABELA          VALUE 'S'.

       01 WS-NIV-MAX               PIC 9(02) VALUE 20.
       01 WS-NIV-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-NIV-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-NIV-USO               PIC 9(02) VALUE ZEROS.
       01 WS-NIVEIS.
           03 WS-NV-CODIGO             PIC X(02) OCCURS 20 TIMES.
       01 WS-NIVEL-PEDIDO          PIC X(02) VALUE SPACES.
       01 WS-NIVEL-ACHADO          PIC X VALUE 'N'.
           88 WS-NIVEL-NA-TABELA          VALUE 'S'.

      * Contagens: grupos 1 a 60 = as turmas, 61 a 80 = os niveis,
      * 81 = a escola. Sexo 1 a 3 = codigos de STATUSTB, 4 = N/I.
       01 WS-GRP-NIVEL-BASE        PIC 9(02) VALUE 60.
       01 WS-GRP-ESCOLA            PIC 9(02) VALUE 81.
       01 WS-GRP-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-GRUPOS.
           03 WS-GRP OCCURS 81 TIMES.
               05 WS-GR-MAT            PIC 9(05) OCCURS 4 TIMES.
               05 WS-GR-SAI            PIC 9(05) OCCURS 4 TIMES.
               05 WS-GR-TRA            PIC 9(05).
               05 WS-GR-NTR            PIC 9(05).
               05 WS-GR-RPF            PIC 9(05).
               05 WS-GR-SRE            PIC 9(05).
       01 WS-SEXO-IDX              PIC 9(01) VALUE ZEROS.
       01 WS-STATUS-IDX            PIC 9(01) VALUE ZEROS.
       01 WS-TOT-MAT               PIC 9(05) VALUE ZEROS.
       01 WS-TOT-SAI               PIC 9(05) VALUE ZEROS.

      * Aluno corrente na saida do SORT.
       01 WS-AL-ABERTO             PIC X VALUE 'N'.
           88 WS-AL-EM-CURSO              VALUE 'S'.
       01 WS-AL-NUMERO             PIC 9(06) VALUE ZEROS.
       01 WS-AL-TURMA              PIC X(05) VALUE SPACES.
       01 WS-AL-TEM-TURMA          PIC X VALUE 'N'.
           88 WS-AL-COM-TURMA             VALUE 'S'.
       01 WS-AL-RESULTADO          PIC X(12) VALUE SPACES.
       01 WS-AL-TEM-RESULTADO      PIC X VALUE 'N'.
           88 WS-AL-COM-RESULTADO         VALUE 'S'.
       01 WS-AL-FALTA              PIC X VALUE 'N'.
           88 WS-AL-REPROVOU-FALTA        VALUE 'S'.
       01 WS-AL-SAIDA              PIC X VALUE 'N'.
           88 WS-AL-SAIU                  VALUE 'S'.

      * Disciplina corrente do detalhe do aluno: a reprovacao por
      * faltas so conta se nao houve exame de recuperacao.
       01 WS-MT-ABERTA             PIC X VALUE 'N'.
           88 WS-MT-EM-CURSO              VALUE 'S'.
       01 WS-MT-MATERIA            PIC X(30) VALUE SPACES.
       01 WS-MT-FALTA              PIC X VALUE 'N'.
           88 WS-MT-COM-FALTA             VALUE 'S'.
       01 WS-MT-EXAME              PIC X VALUE 'N'.
           88 WS-MT-COM-EXAME             VALUE 'S'.

       01 WS-CONT-LIBERTADOS       PIC 9(06) VALUE ZEROS.
       01 WS-CONT-ALUNOS           PIC 9(05) VALUE ZEROS.
       01 WS-CONT-FORA-TABELA      PIC 9(05) VALUE ZEROS.

      * Linha do relatorio: rotulo (nivel e turma, total do nivel
      * ou da escola) e as contagens.
       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-LIN-DETALHE.
           03 LD-ROTULO                PIC X(08) VALUE SPACES.
           03 LD-MAT-SEXO OCCURS 4 TIMES.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 LD-MAT               PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LD-MAT-TOT               PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LD-SAI-TOT               PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LD-TRA                   PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LD-NTR                   PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LD-RPF                   PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 LD-SRE                   PIC ZZZZ9.
       01 WS-LIN-CABECALHO.
           03 FILLER                   PIC X(08) VALUE "NV TURMA".
           03 LC-SEXO OCCURS 3 TIMES.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 LC-SEXO-DESC         PIC X(05).
           03 FILLER                   PIC X(36) VALUE
              "   N/I TOTAL SAIDO TRANS N/TRA FALTA".
           03 FILLER                   PIC X(06) VALUE " S/RES".
       01 WS-SAI-EDIT              PIC ZZZZ9.
       01 WS-SAI-TEXTO             PIC X(80) VALUE SPACES.
       01 WS-SAI-PONTEIRO          PIC 9(03) VALUE 1.

      * Montagem da linha delimitada (como no PROGEXPORTA): os
      * campos entram aparados e o separador so aparece entre campos.
       01 WS-LINHA-CSV             PIC X(300) VALUE SPACES.
       01 WS-PONTEIRO              PIC 9(03) VALUE 1.
       01 WS-PRIMEIRO              PIC X VALUE 'S'.
       01 WS-CAMPO                 PIC X(60) VALUE SPACES.
       01 WS-CAMPO-AUX             PIC X(60) VALUE SPACES.
       01 WS-CAMPO-LEN             PIC 9(02) VALUE ZEROS.
       01 WS-ESPACOS-ESQ           PIC 9(02) VALUE ZEROS.
       01 WS-POS-INICIO            PIC 9(02) VALUE ZEROS.
       01 WS-NUM-EDIT              PIC ZZZZ9.
       01 WS-CSV-NIVEL             PIC X(06) VALUE SPACES.
       01 WS-CSV-TURMA             PIC X(05) VALUE SPACES.
       01 WS-CONT-LINHAS-CSV       PIC 9(04) VALUE ZEROS.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.

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
       PRINCIPAL SECTION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   ESTATISTICA ANUAL PARA O MINISTERIO   *"
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
               PERFORM PEDE-ANO
               PERFORM PROCESSA-ESTATISTICA
           END-IF

           DISPLAY "ESTATISTICA PARA O MINISTERIO TERMINADA."
           GOBACK.

      * O ano letivo corrente vem de CONTROLE.DAT; sem ele vale o
      * ano da data do sistema, recuando um ano antes de setembro.
      * O separador do ficheiro delimitado vem de CTL-DELIMITADOR.
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

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           IF CTL-ANO-LETIVO NOT NUMERIC
               MOVE ZEROS TO CTL-ANO-LETIVO
           END-IF
           IF CTL-ANO-LETIVO = ZEROS
               MOVE WS-DSIS-ANO TO CTL-ANO-LETIVO
               IF WS-DSIS-MES < "09"
                   SUBTRACT 1 FROM CTL-ANO-LETIVO
               END-IF
           END-IF

           IF CTL-DELIMITADOR = SPACE
              OR CTL-DELIMITADOR = LOW-VALUE
               MOVE ";" TO CTL-DELIMITADOR
           END-IF.

       PEDE-ANO.

           DISPLAY "ANO LETIVO (ENTER = " CTL-ANO-LETIVO "): "
           MOVE SPACES TO WS-ANO-TX
           ACCEPT WS-ANO-TX

           IF WS-ANO-TX = SPACES OR WS-ANO-TX NOT NUMERIC
               MOVE CTL-ANO-LETIVO TO WS-ANO-PEDIDO
           ELSE
               MOVE WS-ANO-TX TO WS-ANO-PEDIDO
           END-IF
           COMPUTE WS-ANO-SEGUINTE = WS-ANO-PEDIDO + 1

           DISPLAY "ANO LETIVO " WS-ANO-PEDIDO "/" WS-ANO-SEGUINTE.

       PROCESSA-ESTATISTICA.

           INITIALIZE WS-GRUPOS
           MOVE ZEROS TO WS-CONT-LIBERTADOS WS-CONT-ALUNOS
                         WS-CONT-FORA-TABELA

           PERFORM CARREGA-TURMAS
           PERFORM ORDENA-TURMAS
           PERFORM LIGA-TURMA-NIVEL
               VARYING WS-TUR-IDX FROM 1 BY 1
               UNTIL WS-TUR-IDX > WS-TUR-CONT

           MOVE 'N' TO WS-FICHAS-ABERTO
           OPEN INPUT FICHAS
           IF WS-FS-FICHAS = "00"
               SET WS-HA-FICHAS TO TRUE
           ELSE
               DISPLAY "AVISO: FICHAS.DAT NAO ENCONTRADO - SEXO "
                       "CONTA COMO N/I."
           END-IF

           SORT ORDENA-DADOS
               ON ASCENDING KEY SOR-ALUNO SOR-TIPO
                                SOR-MATERIA SOR-MARCA
               INPUT PROCEDURE IS SELECIONA-DADOS
               OUTPUT PROCEDURE IS APURA-ALUNOS

           IF WS-HA-FICHAS
               CLOSE FICHAS
           END-IF

           IF WS-CONT-ALUNOS = ZERO
               DISPLAY "SEM MATRICULAS NEM RESULTADOS NO ANO "
                       WS-ANO-PEDIDO " - NADA A DECLARAR."
           ELSE
               PERFORM EMITE-RESULTADOS
           END-IF.

      ******************************************************************
      * TABELAS DE TURMAS E NIVEIS
      ******************************************************************
       CARREGA-TURMAS.

           MOVE ZEROS TO WS-TUR-CONT WS-NIV-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TURMAS
           IF WS-FS-TURMAS NOT = "00"
               DISPLAY "AVISO: TURMAS.DAT NAO ENCONTRADO - AS TURMAS "
                       "SAEM SEM NIVEL."
           ELSE
               PERFORM LE-TURMA
               PERFORM GUARDA-TURMA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE TURMAS
           END-IF.

       LE-TURMA.

           READ TURMAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-TURMA.

           IF WS-TUR-CONT < WS-TUR-MAX
               ADD 1 TO WS-TUR-CONT
               MOVE TUR-NIVEL-ENSINO TO WS-TU-NIVEL (WS-TUR-CONT)
               MOVE TUR-CODIGO       TO WS-TU-CODIGO (WS-TUR-CONT)
               MOVE ZEROS            TO WS-TU-NIV-IDX (WS-TUR-CONT)
           END-IF

           PERFORM LE-TURMA.

      * Ordena a tabela por nivel e codigo (bolha), para o relatorio
      * sair por nivel de ensino.
       ORDENA-TURMAS.

           SET WS-HOUVE-TROCA TO TRUE
           PERFORM PASSAGEM-ORDENACAO
               UNTIL NOT WS-HOUVE-TROCA.

       PASSAGEM-ORDENACAO.

           MOVE 'N' TO WS-ORD-TROCOU
           PERFORM COMPARA-VIZINHAS
               VARYING WS-TUR-IDX FROM 1 BY 1
               UNTIL WS-TUR-IDX >= WS-TUR-CONT.

       COMPARA-VIZINHAS.

           COMPUTE WS-TUR-USO = WS-TUR-IDX + 1
           IF WS-TU-CHAVE (WS-TUR-IDX) > WS-TU-CHAVE (WS-TUR-USO)
               MOVE WS-TUR (WS-TUR-IDX) TO WS-TUR-AUX
               MOVE WS-TUR (WS-TUR-USO) TO WS-TUR (WS-TUR-IDX)
               MOVE WS-TUR-AUX          TO WS-TUR (WS-TUR-USO)
               SET WS-HOUVE-TROCA TO TRUE
           END-IF.

       LIGA-TURMA-NIVEL.

           MOVE WS-TU-NIVEL (WS-TUR-IDX) TO WS-NIVEL-PEDIDO
           PERFORM LOCALIZA-NIVEL
           MOVE WS-NIV-USO TO WS-TU-NIV-IDX (WS-TUR-IDX).

      * Devolve em WS-NIV-USO o nivel de WS-NIVEL-PEDIDO,
      * acrescentando-o se ainda nao esta na tabela (zero se cheia).
       LOCALIZA-NIVEL.

           MOVE ZEROS TO WS-NIV-USO
           MOVE 'N' TO WS-NIVEL-ACHADO
           PERFORM COMPARA-NIVEL
               VARYING WS-NIV-IDX FROM 1 BY 1
               UNTIL WS-NIV-IDX > WS-NIV-CONT
                  OR WS-NIVEL-NA-TABELA

           IF NOT WS-NIVEL-NA-TABELA AND WS-NIV-CONT < WS-NIV-MAX
               ADD 1 TO WS-NIV-CONT
               MOVE WS-NIVEL-PEDIDO TO WS-NV-CODIGO (WS-NIV-CONT)
               MOVE WS-NIV-CONT TO WS-NIV-USO
           END-IF.

       COMPARA-NIVEL.

           IF WS-NV-CODIGO (WS-NIV-IDX) = WS-NIVEL-PEDIDO
               SET WS-NIVEL-NA-TABELA TO TRUE
               MOVE WS-NIV-IDX TO WS-NIV-USO
           END-IF.

      * Devolve em WS-TUR-USO a turma de WS-TURMA-PEDIDA; uma turma
      * que nao esta em TURMAS.DAT entra no fim com o nivel "??".
      * Zero = tabela cheia (o aluno so conta no total da escola).
       LOCALIZA-TURMA.

           MOVE ZEROS TO WS-TUR-USO
           MOVE 'N' TO WS-TURMA-ACHADA
           PERFORM COMPARA-TURMA
               VARYING WS-TUR-IDX FROM 1 BY 1
               UNTIL WS-TUR-IDX > WS-TUR-CONT
                  OR WS-TURMA-NA-TABELA

           IF NOT WS-TURMA-NA-TABELA AND WS-TUR-CONT < WS-TUR-MAX
               ADD 1 TO WS-TUR-CONT
               MOVE "??"             TO WS-TU-NIVEL (WS-TUR-CONT)
               MOVE WS-TURMA-PEDIDA  TO WS-TU-CODIGO (WS-TUR-CONT)
               MOVE "??"             TO WS-NIVEL-PEDIDO
               PERFORM LOCALIZA-NIVEL
               MOVE WS-NIV-USO       TO WS-TU-NIV-IDX (WS-TUR-CONT)
               MOVE WS-TUR-CONT      TO WS-TUR-USO
           END-IF.

       COMPARA-TURMA.

           IF WS-TU-CODIGO (WS-TUR-IDX) = WS-TURMA-PEDIDA
               SET WS-TURMA-NA-TABELA TO TRUE
               MOVE WS-TUR-IDX TO WS-TUR-USO
           END-IF.

      ******************************************************************
      * ENTRADA DO SORT - PARAGRAFOS
      ******************************************************************
      * Matriculas do ano: uma linha por disciplina, todas com a
      * turma do aluno.
       LIBERTA-MATRICULAS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT MATRICULAS
           IF WS-FS-MATRICULAS NOT = "00"
               DISPLAY "AVISO: MATRICULAS.DAT NAO ENCONTRADO."
           ELSE
               PERFORM LE-MATRICULA
               PERFORM LIBERTA-MATRICULA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE MATRICULAS
           END-IF.

       LE-MATRICULA.

           READ MATRICULAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-MATRICULA.

           IF MAT-ANO-LETIVO = WS-ANO-PEDIDO
               MOVE SPACES         TO SOR-REGISTO
               MOVE MAT-ALUNO      TO SOR-ALUNO
               MOVE 'M'            TO SOR-TIPO
               MOVE MAT-TURMA      TO SOR-TURMA
               RELEASE SOR-REGISTO
               ADD 1 TO WS-CONT-LIBERTADOS
           END-IF

           PERFORM LE-MATRICULA.

      * Do detalhe arquivado so interessam as reprovacoes por faltas
      * e os exames de recuperacao (que as anulam) do ano.
       LIBERTA-HISTORICO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT HISTORICO
           IF WS-FS-HISTORICO = "00"
               PERFORM LE-HISTORICO
               PERFORM LIBERTA-DETALHE
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE HISTORICO
           END-IF.

       LE-HISTORICO.

           READ HISTORICO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-DETALHE.

           IF BOL-ANO-LETIVO = WS-ANO-PEDIDO
               MOVE SPACES         TO SOR-REGISTO
               MOVE BOL-ALUNO-NUM  TO SOR-ALUNO
               MOVE 'F'            TO SOR-TIPO
               MOVE BOL-MATERIA    TO SOR-MATERIA
               EVALUATE TRUE
                   WHEN BOL-TIPO = 'R'
                       MOVE 'R' TO SOR-MARCA
                       RELEASE SOR-REGISTO
                       ADD 1 TO WS-CONT-LIBERTADOS
                   WHEN BOL-STATUS = "REPROVADO-FALTA"
                       MOVE 'F' TO SOR-MARCA
                       RELEASE SOR-REGISTO
                       ADD 1 TO WS-CONT-LIBERTADOS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM LE-HISTORICO.

       LIBERTA-RESULTADOS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT RESULT-FINAL
           IF WS-FS-RESULT = "00"
               PERFORM LE-RESULTADO
               PERFORM LIBERTA-RESULTADO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE RESULT-FINAL
           END-IF.

       LE-RESULTADO.

           READ RESULT-FINAL
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-RESULTADO.

           IF RF-ANO-LETIVO = WS-ANO-PEDIDO
               MOVE SPACES         TO SOR-REGISTO
               MOVE RF-ALUNO       TO SOR-ALUNO
               MOVE 'R'            TO SOR-TIPO
               MOVE RF-TURMA       TO SOR-TURMA
               MOVE RF-RESULTADO   TO SOR-RESULTADO
               RELEASE SOR-REGISTO
               ADD 1 TO WS-CONT-LIBERTADOS
           END-IF

           PERFORM LE-RESULTADO.

      * Saidas da escola do ano: a saida apaga as matriculas do ano,
      * por isso o aluno so chega ao apuramento por este registo.
       LIBERTA-SAIDAS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT TRANSFERENCIAS
           IF WS-FS-TRANSF = "00"
               PERFORM LE-TRANSFERENCIA
               PERFORM LIBERTA-SAIDA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE TRANSFERENCIAS
           END-IF.

       LE-TRANSFERENCIA.

           READ TRANSFERENCIAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-SAIDA.

           IF TRF-SAIDA-ESCOLA AND TRF-ANO-LETIVO = WS-ANO-PEDIDO
               MOVE SPACES           TO SOR-REGISTO
               MOVE TRF-ALUNO        TO SOR-ALUNO
               MOVE 'S'              TO SOR-TIPO
               MOVE TRF-TURMA-ORIGEM TO SOR-TURMA
               RELEASE SOR-REGISTO
               ADD 1 TO WS-CONT-LIBERTADOS
           END-IF

           PERFORM LE-TRANSFERENCIA.

      ******************************************************************
      * SAIDA DO SORT - PARAGRAFOS (UM ALUNO DE CADA VEZ)
      ******************************************************************
       DEVOLVE-DADO.

           RETURN ORDENA-DADOS
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
           END-RETURN.

       TRATA-DADO-ORDENADO.

           IF WS-AL-EM-CURSO AND SOR-ALUNO NOT = WS-AL-NUMERO
               PERFORM FECHA-ALUNO
           END-IF
           IF NOT WS-AL-EM-CURSO
               PERFORM ABRE-ALUNO
           END-IF

           EVALUATE SOR-TIPO
               WHEN 'F'
                   IF WS-MT-EM-CURSO
                      AND SOR-MATERIA NOT = WS-MT-MATERIA
                       PERFORM FECHA-MATERIA
                   END-IF
                   IF NOT WS-MT-EM-CURSO
                       SET WS-MT-EM-CURSO TO TRUE
                       MOVE SOR-MATERIA TO WS-MT-MATERIA
                   END-IF
                   IF SOR-MARCA = 'R'
                       SET WS-MT-COM-EXAME TO TRUE
                   ELSE
                       SET WS-MT-COM-FALTA TO TRUE
                   END-IF
               WHEN 'M'
                   MOVE SOR-TURMA TO WS-AL-TURMA
                   SET WS-AL-COM-TURMA TO TRUE
               WHEN 'R'
                   MOVE SOR-RESULTADO TO WS-AL-RESULTADO
                   SET WS-AL-COM-RESULTADO TO TRUE
                   IF NOT WS-AL-COM-TURMA
                       MOVE SOR-TURMA TO WS-AL-TURMA
                       SET WS-AL-COM-TURMA TO TRUE
                   END-IF
               WHEN 'S'
                   SET WS-AL-SAIU TO TRUE
                   IF NOT WS-AL-COM-TURMA
                       MOVE SOR-TURMA TO WS-AL-TURMA
                       SET WS-AL-COM-TURMA TO TRUE
                   END-IF
           END-EVALUATE

           PERFORM DEVOLVE-DADO.

       ABRE-ALUNO.

           SET WS-AL-EM-CURSO TO TRUE
           MOVE SOR-ALUNO TO WS-AL-NUMERO
           MOVE SPACES TO WS-AL-TURMA WS-AL-RESULTADO
           MOVE 'N' TO WS-AL-TEM-TURMA WS-AL-TEM-RESULTADO
                       WS-AL-FALTA WS-AL-SAIDA WS-MT-ABERTA.

       FECHA-MATERIA.

           IF WS-MT-COM-FALTA AND NOT WS-MT-COM-EXAME
               SET WS-AL-REPROVOU-FALTA TO TRUE
           END-IF
           MOVE 'N' TO WS-MT-ABERTA WS-MT-FALTA WS-MT-EXAME.

      * Um aluno so conta se tem turma no ano (matricula, resultado
      * ou saida); o detalhe do arquivo sozinho nao o faz contar.
       FECHA-ALUNO.

           IF WS-MT-EM-CURSO
               PERFORM FECHA-MATERIA
           END-IF
           MOVE 'N' TO WS-AL-ABERTO

           IF WS-AL-COM-TURMA
               ADD 1 TO WS-CONT-ALUNOS
               PERFORM PROCURA-SEXO

               MOVE WS-GRP-ESCOLA TO WS-GRP-IDX
               PERFORM ACUMULA-GRUPO

               MOVE WS-AL-TURMA TO WS-TURMA-PEDIDA
               PERFORM LOCALIZA-TURMA
               IF WS-TUR-USO = ZERO
                   ADD 1 TO WS-CONT-FORA-TABELA
               ELSE
                   MOVE WS-TUR-USO TO WS-GRP-IDX
                   PERFORM ACUMULA-GRUPO
                   IF WS-TU-NIV-IDX (WS-TUR-USO) > ZERO
                       COMPUTE WS-GRP-IDX = WS-GRP-NIVEL-BASE
                                          + WS-TU-NIV-IDX (WS-TUR-USO)
                       PERFORM ACUMULA-GRUPO
                   END-IF
               END-IF
           END-IF.

      * O sexo vem da ficha do aluno (codigos de STATUSTB); sem
      * ficha, ou com um codigo fora da tabela, conta como N/I.
       PROCURA-SEXO.

           MOVE 4 TO WS-SEXO-IDX

           IF WS-HA-FICHAS
               MOVE WS-AL-NUMERO TO FIC-ALUNO
               READ FICHAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COMPARA-SEXO
                           VARYING WS-STATUS-IDX FROM 1 BY 1
                           UNTIL WS-STATUS-IDX > 3
                              OR WS-SEXO-IDX < 4
               END-READ
           END-IF.

       COMPARA-SEXO.

           IF FIC-SEXO = STATUS-COD (WS-STATUS-IDX)
               MOVE WS-STATUS-IDX TO WS-SEXO-IDX
           END-IF.

       ACUMULA-GRUPO.

           ADD 1 TO WS-GR-MAT (WS-GRP-IDX, WS-SEXO-IDX)
           IF WS-AL-SAIU
               ADD 1 TO WS-GR-SAI (WS-GRP-IDX, WS-SEXO-IDX)
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-AL-COM-RESULTADO
                   ADD 1 TO WS-GR-SRE (WS-GRP-IDX)
               WHEN WS-AL-RESULTADO = "TRANSITA"
                   ADD 1 TO WS-GR-TRA (WS-GRP-IDX)
               WHEN WS-AL-REPROVOU-FALTA
                   ADD 1 TO WS-GR-RPF (WS-GRP-IDX)
               WHEN OTHER
                   ADD 1 TO WS-GR-NTR (WS-GRP-IDX)
           END-EVALUATE.

      ******************************************************************
      * RELATORIO ESTMIN.LIS E FICHEIRO ESTMIN.CSV
      ******************************************************************
       EMITE-RESULTADOS.

           MOVE ZEROS TO WS-CONT-LINHAS-CSV
           OPEN OUTPUT LISTAGEM
           OPEN OUTPUT EXPORTACAO

           PERFORM CABECALHO-RELATORIO
           PERFORM CABECALHO-CSV

           PERFORM EMITE-NIVEL
               VARYING WS-NIV-IDX FROM 1 BY 1
               UNTIL WS-NIV-IDX > WS-NIV-CONT

           MOVE "ESCOLA"  TO LD-ROTULO
           MOVE "TOTAL"   TO WS-CSV-NIVEL WS-CSV-TURMA
           MOVE WS-GRP-ESCOLA TO WS-GRP-IDX
           PERFORM EMITE-GRUPO
           PERFORM EMITE-SAIDAS-POR-SEXO

           IF WS-CONT-FORA-TABELA > ZERO
               MOVE SPACES TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "AVISO: " WS-CONT-FORA-TABELA " ALUNOS SO "
                      "CONTADOS NA ESCOLA (TABELA DE TURMAS CHEIA)."
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF

           CLOSE EXPORTACAO
           CLOSE LISTAGEM

           DISPLAY "ALUNOS CONTADOS:  " WS-CONT-ALUNOS
           IF WS-CONT-FORA-TABELA > ZERO
               DISPLAY "AVISO: " WS-CONT-FORA-TABELA " ALUNOS SO "
                       "CONTADOS NO TOTAL DA ESCOLA."
           END-IF
           DISPLAY "RELATORIO EM ESTMIN.LIS; QUESTIONARIO EM "
                   "ESTMIN.CSV (" WS-CONT-LINHAS-CSV " LINHAS COM "
                   "CABECALHO)."

           MOVE "ESTMIN" TO SPL-RELATORIO
           PERFORM ENVIA-AO-SPOOL.

       CABECALHO-RELATORIO.

           PERFORM EDITA-DATA-HOJE
           MOVE "ESTATISTICA ANUAL PARA O MINISTERIO" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "ANO LETIVO " WS-ANO-PEDIDO "/" WS-ANO-SEGUINTE
                  " - EMITIDO EM " WS-DATA-EDIT " POR " SGN-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA

           PERFORM NOME-COLUNA-SEXO
               VARYING WS-STATUS-IDX FROM 1 BY 1
               UNTIL WS-STATUS-IDX > 3
           MOVE WS-LIN-CABECALHO TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "         MATRICULADOS POR SEXO" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA.

       NOME-COLUNA-SEXO.

           MOVE STATUS-DESC (WS-STATUS-IDX)
                TO LC-SEXO-DESC (WS-STATUS-IDX).

      * Por nivel: as turmas com alunos e o total do nivel.
       EMITE-NIVEL.

           COMPUTE WS-GRP-IDX = WS-GRP-NIVEL-BASE + WS-NIV-IDX
           PERFORM SOMA-MATRICULADOS

           IF WS-TOT-MAT > ZERO
               PERFORM EMITE-TURMA-DO-NIVEL
                   VARYING WS-TUR-IDX FROM 1 BY 1
                   UNTIL WS-TUR-IDX > WS-TUR-CONT

               MOVE SPACES TO LD-ROTULO
               STRING "TOTAL " WS-NV-CODIGO (WS-NIV-IDX)
                   DELIMITED BY SIZE INTO LD-ROTULO
               END-STRING
               MOVE WS-NV-CODIGO (WS-NIV-IDX) TO WS-CSV-NIVEL
               MOVE "TOTAL" TO WS-CSV-TURMA
               COMPUTE WS-GRP-IDX = WS-GRP-NIVEL-BASE + WS-NIV-IDX
               PERFORM EMITE-GRUPO
               PERFORM EMITE-SAIDAS-POR-SEXO
               MOVE SPACES TO WS-LINHA
               PERFORM EMITE-LINHA
           END-IF.

       EMITE-TURMA-DO-NIVEL.

           MOVE WS-TUR-IDX TO WS-GRP-IDX
           PERFORM SOMA-MATRICULADOS

           IF WS-TU-NIV-IDX (WS-TUR-IDX) = WS-NIV-IDX
              AND WS-TOT-MAT > ZERO
               MOVE SPACES TO LD-ROTULO
               STRING WS-TU-NIVEL (WS-TUR-IDX) " "
                      WS-TU-CODIGO (WS-TUR-IDX)
                   DELIMITED BY SIZE INTO LD-ROTULO
               END-STRING
               MOVE WS-TU-NIVEL (WS-TUR-IDX)  TO WS-CSV-NIVEL
               MOVE WS-TU-CODIGO (WS-TUR-IDX) TO WS-CSV-TURMA
               PERFORM EMITE-GRUPO
           END-IF.

       SOMA-MATRICULADOS.

           COMPUTE WS-TOT-MAT = WS-GR-MAT (WS-GRP-IDX, 1)
                              + WS-GR-MAT (WS-GRP-IDX, 2)
                              + WS-GR-MAT (WS-GRP-IDX, 3)
                              + WS-GR-MAT (WS-GRP-IDX, 4)
           COMPUTE WS-TOT-SAI = WS-GR-SAI (WS-GRP-IDX, 1)
                              + WS-GR-SAI (WS-GRP-IDX, 2)
                              + WS-GR-SAI (WS-GRP-IDX, 3)
                              + WS-GR-SAI (WS-GRP-IDX, 4).

      * Uma linha do relatorio e uma do ficheiro delimitado para o
      * grupo WS-GRP-IDX (rotulo em LD-ROTULO, WS-CSV-NIVEL e
      * WS-CSV-TURMA).
       EMITE-GRUPO.

           PERFORM SOMA-MATRICULADOS
           PERFORM EDITA-MAT-SEXO
               VARYING WS-SEXO-IDX FROM 1 BY 1
               UNTIL WS-SEXO-IDX > 4
           MOVE WS-TOT-MAT                TO LD-MAT-TOT
           MOVE WS-TOT-SAI                TO LD-SAI-TOT
           MOVE WS-GR-TRA (WS-GRP-IDX)    TO LD-TRA
           MOVE WS-GR-NTR (WS-GRP-IDX)    TO LD-NTR
           MOVE WS-GR-RPF (WS-GRP-IDX)    TO LD-RPF
           MOVE WS-GR-SRE (WS-GRP-IDX)    TO LD-SRE
           MOVE WS-LIN-DETALHE TO WS-LINHA
           PERFORM EMITE-LINHA

           PERFORM LINHA-CSV-GRUPO.

       EDITA-MAT-SEXO.

           MOVE WS-GR-MAT (WS-GRP-IDX, WS-SEXO-IDX)
                TO LD-MAT (WS-SEXO-IDX).

      * As saidas por sexo so vao ao relatorio nos totais (nivel e
      * escola); no ficheiro delimitado vao em todas as linhas.
       EMITE-SAIDAS-POR-SEXO.

           MOVE SPACES TO WS-SAI-TEXTO
           MOVE 1 TO WS-SAI-PONTEIRO
           STRING "         SAIDOS:" DELIMITED BY SIZE
               INTO WS-SAI-TEXTO WITH POINTER WS-SAI-PONTEIRO
           END-STRING
           PERFORM EDITA-SAIDA-SEXO
               VARYING WS-SEXO-IDX FROM 1 BY 1
               UNTIL WS-SEXO-IDX > 4
           MOVE WS-SAI-TEXTO TO WS-LINHA
           PERFORM EMITE-LINHA.

       EDITA-SAIDA-SEXO.

           MOVE WS-GR-SAI (WS-GRP-IDX, WS-SEXO-IDX) TO WS-SAI-EDIT
           IF WS-SEXO-IDX < 4
               STRING "  "                     DELIMITED BY SIZE
                      STATUS-DESC (WS-SEXO-IDX) DELIMITED BY SPACE
                      " " WS-SAI-EDIT           DELIMITED BY SIZE
                   INTO WS-SAI-TEXTO WITH POINTER WS-SAI-PONTEIRO
               END-STRING
           ELSE
               STRING "  N/I " WS-SAI-EDIT DELIMITED BY SIZE
                   INTO WS-SAI-TEXTO WITH POINTER WS-SAI-PONTEIRO
               END-STRING
           END-IF.

      * Ordem dos campos do questionario: ano, nivel, turma,
      * matriculados por sexo e total, saidos por sexo e total,
      * transitam, nao transitam, reprovados por faltas, sem
      * resultado.
       CABECALHO-CSV.

           PERFORM INICIA-LINHA
           MOVE "ANO_LETIVO" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE "NIVEL" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE "TURMA" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           PERFORM CAMPO-CABECALHO-MAT
               VARYING WS-SEXO-IDX FROM 1 BY 1
               UNTIL WS-SEXO-IDX > 4
           MOVE "MATRICULADOS_TOTAL" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           PERFORM CAMPO-CABECALHO-SAI
               VARYING WS-SEXO-IDX FROM 1 BY 1
               UNTIL WS-SEXO-IDX > 4
           MOVE "SAIDOS_TOTAL" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE "TRANSITAM" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE "NAO_TRANSITAM" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE "REPROVADOS_FALTAS" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE "SEM_RESULTADO" TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           PERFORM GRAVA-LINHA-CSV.

       CAMPO-CABECALHO-MAT.

           MOVE SPACES TO WS-CAMPO
           IF WS-SEXO-IDX < 4
               STRING "MATRICULADOS_" STATUS-DESC (WS-SEXO-IDX)
                   DELIMITED BY SPACE INTO WS-CAMPO
               END-STRING
           ELSE
               MOVE "MATRICULADOS_NI" TO WS-CAMPO
           END-IF
           PERFORM ANEXA-CAMPO.

       CAMPO-CABECALHO-SAI.

           MOVE SPACES TO WS-CAMPO
           IF WS-SEXO-IDX < 4
               STRING "SAIDOS_" STATUS-DESC (WS-SEXO-IDX)
                   DELIMITED BY SPACE INTO WS-CAMPO
               END-STRING
           ELSE
               MOVE "SAIDOS_NI" TO WS-CAMPO
           END-IF
           PERFORM ANEXA-CAMPO.

       LINHA-CSV-GRUPO.

           PERFORM INICIA-LINHA
           MOVE WS-ANO-PEDIDO TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE WS-CSV-NIVEL TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           MOVE WS-CSV-TURMA TO WS-CAMPO
           PERFORM ANEXA-CAMPO
           PERFORM CAMPO-MAT-SEXO
               VARYING WS-SEXO-IDX FROM 1 BY 1
               UNTIL WS-SEXO-IDX > 4
           MOVE WS-TOT-MAT TO WS-NUM-EDIT
           PERFORM ANEXA-NUMERO
           PERFORM CAMPO-SAI-SEXO
               VARYING WS-SEXO-IDX FROM 1 BY 1
               UNTIL WS-SEXO-IDX > 4
           MOVE WS-TOT-SAI TO WS-NUM-EDIT
           PERFORM ANEXA-NUMERO
           MOVE WS-GR-TRA (WS-GRP-IDX) TO WS-NUM-EDIT
           PERFORM ANEXA-NUMERO
           MOVE WS-GR-NTR (WS-GRP-IDX) TO WS-NUM-EDIT
           PERFORM ANEXA-NUMERO
           MOVE WS-GR-RPF (WS-GRP-IDX) TO WS-NUM-EDIT
           PERFORM ANEXA-NUMERO
           MOVE WS-GR-SRE (WS-GRP-IDX) TO WS-NUM-EDIT
           PERFORM ANEXA-NUMERO
           PERFORM GRAVA-LINHA-CSV.

       CAMPO-MAT-SEXO.

           MOVE WS-GR-MAT (WS-GRP-IDX, WS-SEXO-IDX) TO WS-NUM-EDIT
           PERFORM ANEXA-NUMERO.

       CAMPO-SAI-SEXO.

           MOVE WS-GR-SAI (WS-GRP-IDX, WS-SEXO-IDX) TO WS-NUM-EDIT
           PERFORM ANEXA-NUMERO.

       ANEXA-NUMERO.

           MOVE WS-NUM-EDIT TO WS-CAMPO
           PERFORM ANEXA-CAMPO.

      * -------- montagem generica da linha delimitada ----------
       INICIA-LINHA.

           MOVE SPACES TO WS-LINHA-CSV
           MOVE 1 TO WS-PONTEIRO
           MOVE 'S' TO WS-PRIMEIRO.

       ANEXA-CAMPO.

           PERFORM APARA-CAMPO

           IF WS-PRIMEIRO = 'N'
               STRING CTL-DELIMITADOR DELIMITED BY SIZE
                   INTO WS-LINHA-CSV
                   WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF
           MOVE 'N' TO WS-PRIMEIRO

           IF WS-CAMPO-LEN > ZERO
               STRING WS-CAMPO (1: WS-CAMPO-LEN)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CSV
                   WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.

      * Apara espacos a esquerda e a direita de WS-CAMPO, deixando
      * o conteudo encostado e o comprimento em WS-CAMPO-LEN.
       APARA-CAMPO.

           MOVE ZEROS TO WS-ESPACOS-ESQ
           INSPECT WS-CAMPO
                   TALLYING WS-ESPACOS-ESQ FOR LEADING SPACE

           IF WS-ESPACOS-ESQ > ZERO AND WS-ESPACOS-ESQ < 60
               COMPUTE WS-POS-INICIO = WS-ESPACOS-ESQ + 1
               MOVE WS-CAMPO (WS-POS-INICIO: ) TO WS-CAMPO-AUX
               MOVE WS-CAMPO-AUX TO WS-CAMPO
           END-IF

           MOVE 60 TO WS-CAMPO-LEN
           PERFORM APARA-DIREITA
               UNTIL WS-CAMPO-LEN = ZERO
                  OR WS-CAMPO (WS-CAMPO-LEN: 1) NOT = SPACE.

       APARA-DIREITA.

           SUBTRACT 1 FROM WS-CAMPO-LEN.

       GRAVA-LINHA-CSV.

           MOVE WS-LINHA-CSV TO FD-EXPORT-REG
           WRITE FD-EXPORT-REG
           ADD 1 TO WS-CONT-LINHAS-CSV.

       EDITA-DATA-HOJE.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-DSIS-DIA "/" WS-DSIS-MES "/" WS-DSIS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING.

       EMITE-LINHA.

           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Copia do relatorio para o spool (PROGSPOOL) - sem o spool
      * ligado fica so o ficheiro.
       ENVIA-AO-SPOOL.

           MOVE "ESTMIN.LIS" TO SPL-FICHEIRO
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

      ******************************************************************
      * ENTRADA DO SORT - MATRICULAS, DETALHE, RESULTADOS E SAIDAS
      ******************************************************************
       SELECIONA-DADOS SECTION.
       SELECIONA-DADOS-INICIO.

           PERFORM LIBERTA-MATRICULAS
           PERFORM LIBERTA-HISTORICO
           PERFORM LIBERTA-RESULTADOS
           PERFORM LIBERTA-SAIDAS.

      ******************************************************************
      * SAIDA DO SORT - CONTAGEM DE CADA ALUNO
      ******************************************************************
       APURA-ALUNOS SECTION.
       APURA-ALUNOS-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           MOVE 'N' TO WS-AL-ABERTO
           PERFORM DEVOLVE-DADO
           PERFORM TRATA-DADO-ORDENADO
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-AL-EM-CURSO
               PERFORM FECHA-ALUNO
           END-IF.
       END PROGRAM PROGESTMIN.
