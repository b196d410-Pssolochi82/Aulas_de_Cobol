      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: CIRCULARES AOS ENCARREGADOS - UM TEXTO ESCRITO NA
      *          HORA OU GUARDADO EM CIRCULARES.DAT SAI COMO CARTA
      *          PARA OS ENCARREGADOS DOS ALUNOS DE UMA TURMA, DE UM
      *          NIVEL DE ENSINO OU DE TODA A ESCOLA, UMA SO CARTA POR
      *          FAMILIA, PELA FILA DO PROGDESPACHO.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. As circulares (reunioes, visitas de
      *            estudo, avisos de calendario) eram fotocopiadas e
      *            mandadas na mochila, uma por aluno. Opcoes:
      *              1 - escrever e guardar um texto (CIRREG.cpy: o
      *                  titulo e ate 15 linhas; o mesmo codigo
      *                  substitui o texto anterior)
      *              2 - listar e ver os textos guardados
      *              3 - emitir uma circular - texto guardado ou
      *                  escrito so para esta emissao
      *            Destinatarios: os alunos de uma turma ou das
      *            turmas de um nivel de ensino (TUR-NIVEL-ENSINO)
      *            matriculados no ano letivo corrente, ou todos os
      *            alunos ativos. Os alunos passam por um SORT por
      *            encarregado (ALU-ENCARREGADO) e cada encarregado
      *            recebe UMA carta em CARTAS.DAT com todos os seus
      *            educandos - os irmaos ja nao levam uma copia cada
      *            um. As cartas saem PENDENTES para o PROGDESPACHO
      *            (linhas DESPACHO/E-MAIL/CLIENTE). A lista
      *            CIRCULAR.LIS (copiada para o spool) da os
      *            destinatarios, os alunos sem encarregado (sem
      *            carta) e as contagens; cada emissao e cada texto
      *            guardado ficam em AUDIT.DAT via PROGAUDIT (tipo
      *            CIRCULAR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCIRCULAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEXTOS       ASSIGN TO "CIRCULARES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TEXTOS.
           SELECT TRABTEXTO    ASSIGN TO "CIRCULARES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABTEXTO.
           SELECT CONTROLE     ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT TURMAS       ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURMAS.
           SELECT MATRICULAS   ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATRICULAS.
           SELECT ALUNOS       ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT CLIENTES     ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT CARTAS       ASSIGN TO "CARTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTAS.
           SELECT LISTAGEM     ASSIGN TO "CIRCULAR.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
           SELECT ORDENA-ALUNOS ASSIGN TO "CIRCULAR.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  TEXTOS.
       COPY "CIRREG.cpy" REPLACING NIVEL-CIR BY 01
                                   CAMPO-CIR-REG BY FD-TEXTO-REG.

       FD  TRABTEXTO.
       01  FD-TRABTEXTO-REG            PIC X(80).

       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  TURMAS.
       COPY "TURREG.cpy" REPLACING NIVEL-TUR BY 01
                                   CAMPO-TUR-REG BY FD-TURMA-REG.

       FD  MATRICULAS.
       COPY "MATREG.cpy" REPLACING NIVEL-MAT BY 01
                                   CAMPO-MAT-REG BY FD-MATRICULA-REG.

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  CARTAS.
       01  FD-CARTA-REG                PIC X(80).

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

      * Um aluno destinatario, ordenado por encarregado e numero;
      * encarregado a zeros = aluno sem encarregado.
       SD  ORDENA-ALUNOS.
       01  SOR-REGISTO.
           03 SOR-ENCARREGADO          PIC 9(06).
           03 SOR-ALUNO                PIC 9(06).
           03 SOR-NOME                 PIC X(30).
           03 SOR-TURMA                PIC X(05).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-TEXTOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABTEXTO          PIC X(02) VALUE ZEROS.
       01 WS-FS-CONTROLE           PIC X(02) VALUE ZEROS.
       01 WS-FS-TURMAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-MATRICULAS         PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-CARTAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.
       01 WS-CONFIRMA              PIC X(01) VALUE SPACE.

       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DSIS-ANO              PIC X(04).
           03 WS-DSIS-MES              PIC X(02).
           03 WS-DSIS-DIA              PIC X(02).
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.

      * Texto da circular em memoria: titulo e ate 15 linhas.
       01 WS-CODIGO-PEDIDO         PIC X(08) VALUE SPACES.
       01 WS-TXT-CODIGO            PIC X(08) VALUE SPACES.
       01 WS-TXT-TITULO            PIC X(70) VALUE SPACES.
       01 WS-TXT-MAX               PIC 9(02) VALUE 15.
       01 WS-TXT-LINHAS            PIC 9(02) VALUE ZEROS.
       01 WS-TXT-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-TXT-TEXTO.
           03 WS-TX-LINHA              PIC X(70) OCCURS 15 TIMES.
       01 WS-TXT-LIDA              PIC X(70) VALUE SPACES.
       01 WS-FIM-TEXTO             PIC X VALUE 'N'.
           88 WS-TEXTO-TERMINADO          VALUE 'S'.
       01 WS-TEXTO-ACHADO          PIC X VALUE 'N'.
           88 WS-TEXTO-EXISTE             VALUE 'S'.
       01 WS-CONT-TEXTOS           PIC 9(03) VALUE ZEROS.

      * Destinatarios da circular.
       01 WS-DESTINO               PIC X(01) VALUE SPACE.
           88 WS-DEST-TURMA               VALUE 'T'.
           88 WS-DEST-NIVEL               VALUE 'N'.
           88 WS-DEST-ESCOLA              VALUE 'E'.
       01 WS-TURMA-PEDIDA          PIC X(05) VALUE SPACES.
       01 WS-NIVEL-PEDIDO          PIC X(02) VALUE SPACES.
       01 WS-DEST-DESCRICAO        PIC X(30) VALUE SPACES.
       01 WS-DEST-ACEITE           PIC X VALUE 'N'.
           88 WS-HA-DESTINATARIOS         VALUE 'S'.

       01 WS-TUR-MAX               PIC 9(02) VALUE 40.
       01 WS-TUR-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-TUR-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-TUR-SELECIONADAS      PIC 9(02) VALUE ZEROS.
       01 WS-TUR-TAB OCCURS 40 TIMES.
           03 WS-TU-CODIGO             PIC X(05).
           03 WS-TU-NIVEL              PIC X(02).
           03 WS-TU-MARCA              PIC X(01).
               88 WS-TU-ESCOLHIDA             VALUE 'S'.
       01 WS-TURMA-ACHADA          PIC X VALUE 'N'.
           88 WS-TURMA-NA-SELECAO         VALUE 'S'.

      * Familia corrente na saida do SORT: os educandos do mesmo
      * encarregado, cada aluno uma vez.
       01 WS-FAM-ABERTA            PIC X VALUE 'N'.
           88 WS-FAM-EM-CURSO             VALUE 'S'.
       01 WS-FAM-ENC               PIC 9(06) VALUE ZEROS.
       01 WS-FAM-ULTIMO-ALUNO      PIC 9(06) VALUE ZEROS.
       01 WS-FAM-TOTAL             PIC 9(02) VALUE ZEROS.
       01 WS-FIL-MAX               PIC 9(02) VALUE 10.
       01 WS-FIL-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-FIL-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-FIL-TAB OCCURS 10 TIMES.
           03 WS-FI-ALUNO              PIC 9(06).
           03 WS-FI-NOME               PIC X(30).
           03 WS-FI-TURMA              PIC X(05).
       01 WS-FIL-EXCESSO           PIC 9(02) VALUE ZEROS.

       01 WS-ALUNOS-ABERTO         PIC X VALUE 'N'.
           88 WS-HA-ALUNOS                VALUE 'S'.
       01 WS-CLIENTES-ABERTO       PIC X VALUE 'N'.
           88 WS-HA-CLIENTES              VALUE 'S'.

       01 WS-CAR-ENC               PIC 9(06) VALUE ZEROS.
       01 WS-ENC-NOME              PIC X(30) VALUE SPACES.
       01 WS-ENC-EMAIL             PIC X(50) VALUE SPACES.
       01 WS-CARTA-LINHA           PIC X(80) VALUE SPACES.

       01 WS-CONT-SELECIONADOS     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ALUNOS           PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CARTAS           PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-ENC          PIC 9(05) VALUE ZEROS.
       01 WS-CONT-POUPADAS         PIC 9(05) VALUE ZEROS.

       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-TOTAL-EDIT            PIC Z9.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.
       01 WS-IND-AUDIT             PIC X VALUE 'N'.
           88 WS-AUDIT-FALHOU             VALUE 'S'.

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
       PRINCIPAL SECTION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*      CIRCULARES AOS ENCARREGADOS        *"
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
               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO
           END-IF

           DISPLAY "CIRCULARES TERMINADO."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - ESCREVER E GUARDAR UM TEXTO"
           DISPLAY "  2 - LISTAR OS TEXTOS GUARDADOS"
           DISPLAY "  3 - EMITIR UMA CIRCULAR"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           MOVE ZERO TO WS-OPCAO
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM GUARDA-TEXTO
               WHEN 2
                   PERFORM LISTA-TEXTOS
               WHEN 3
                   PERFORM EMITE-CIRCULAR
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

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

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           IF CTL-ANO-LETIVO NOT NUMERIC
               MOVE ZEROS TO CTL-ANO-LETIVO
           END-IF
           IF CTL-ANO-LETIVO = ZEROS
               MOVE WS-DSIS-ANO TO CTL-ANO-LETIVO
               IF WS-DSIS-MES < "09"
                   SUBTRACT 1 FROM CTL-ANO-LETIVO
               END-IF
           END-IF.

      ******************************************************************
      * TEXTOS GUARDADOS
      ******************************************************************
       GUARDA-TEXTO.

           DISPLAY "CODIGO DO TEXTO (ATE 8 CARACTERES): "
           MOVE SPACES TO WS-CODIGO-PEDIDO
           ACCEPT WS-CODIGO-PEDIDO

           IF WS-CODIGO-PEDIDO = SPACES
               DISPLAY "CODIGO EM BRANCO - NADA GRAVADO."
           ELSE
               PERFORM CARREGA-TEXTO
               MOVE 'S' TO WS-CONFIRMA
               IF WS-TEXTO-EXISTE
                   DISPLAY "O TEXTO " WS-CODIGO-PEDIDO " JA EXISTE: "
                           WS-TXT-TITULO
                   DISPLAY "SUBSTITUI (S/N)? "
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
               END-IF
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   PERFORM PEDE-E-GRAVA-TEXTO
               ELSE
                   DISPLAY "NADA GRAVADO."
               END-IF
           END-IF.

       PEDE-E-GRAVA-TEXTO.

           PERFORM PEDE-TEXTO

           IF WS-TXT-LINHAS = ZERO
               DISPLAY "TEXTO VAZIO - NADA GRAVADO."
           ELSE
               PERFORM REGRAVA-TEXTOS
           END-IF.

      * Titulo e linhas do texto; uma linha em branco termina.
       PEDE-TEXTO.

           MOVE SPACES TO WS-TXT-TEXTO
           MOVE ZEROS  TO WS-TXT-LINHAS

           DISPLAY "TITULO DA CIRCULAR: "
           MOVE SPACES TO WS-TXT-TITULO
           ACCEPT WS-TXT-TITULO

           IF WS-TXT-TITULO = SPACES
               DISPLAY "TITULO EM BRANCO."
           ELSE
               DISPLAY "TEXTO DA CARTA - ATE " WS-TXT-MAX
                       " LINHAS DE 70 CARACTERES;"
               DISPLAY "UMA LINHA EM BRANCO TERMINA O TEXTO."
               MOVE 'N' TO WS-FIM-TEXTO
               PERFORM PEDE-LINHA-TEXTO
                   UNTIL WS-TEXTO-TERMINADO
                      OR WS-TXT-LINHAS = WS-TXT-MAX
           END-IF.

       PEDE-LINHA-TEXTO.

           COMPUTE WS-TXT-IDX = WS-TXT-LINHAS + 1
           DISPLAY "LINHA " WS-TXT-IDX ": "
           MOVE SPACES TO WS-TXT-LIDA
           ACCEPT WS-TXT-LIDA

           IF WS-TXT-LIDA = SPACES
               SET WS-TEXTO-TERMINADO TO TRUE
           ELSE
               ADD 1 TO WS-TXT-LINHAS
               MOVE WS-TXT-LIDA TO WS-TX-LINHA (WS-TXT-LINHAS)
           END-IF.

      * O ficheiro passa por CIRCULARES.TMP sem o texto com o mesmo
      * codigo; o texto novo fica no fim.
       REGRAVA-TEXTOS.

           OPEN OUTPUT TRABTEXTO
           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT TEXTOS
           IF WS-FS-TEXTOS = "00"
               PERFORM LE-TEXTO
               PERFORM COPIA-PARA-TRABALHO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE TEXTOS
           END-IF
           CLOSE TRABTEXTO

           OPEN OUTPUT TEXTOS
           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT TRABTEXTO
           PERFORM LE-TRABALHO
           PERFORM COPIA-DO-TRABALHO
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE TRABTEXTO

           MOVE SPACES TO FD-TEXTO-REG
           MOVE WS-CODIGO-PEDIDO TO CIR-CODIGO
           MOVE ZEROS            TO CIR-LINHA
           MOVE WS-TXT-TITULO    TO CIR-TEXTO
           WRITE FD-TEXTO-REG
           PERFORM GRAVA-LINHA-TEXTO
               VARYING WS-TXT-IDX FROM 1 BY 1
               UNTIL WS-TXT-IDX > WS-TXT-LINHAS
           CLOSE TEXTOS

           MOVE SPACES TO AUD-DETALHE
           STRING "TEXTO " WS-CODIGO-PEDIDO " GRAVADO COM "
                  WS-TXT-LINHAS " LINHAS"
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING
           PERFORM REGISTA-AUDITORIA

           DISPLAY "TEXTO " WS-CODIGO-PEDIDO " GRAVADO EM "
                   "CIRCULARES.DAT.".

       COPIA-PARA-TRABALHO.

           IF CIR-CODIGO NOT = WS-CODIGO-PEDIDO
               MOVE FD-TEXTO-REG TO FD-TRABTEXTO-REG
               WRITE FD-TRABTEXTO-REG
           END-IF

           PERFORM LE-TEXTO.

       LE-TRABALHO.

           READ TRABTEXTO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       COPIA-DO-TRABALHO.

           MOVE FD-TRABTEXTO-REG TO FD-TEXTO-REG
           WRITE FD-TEXTO-REG

           PERFORM LE-TRABALHO.

       GRAVA-LINHA-TEXTO.

           MOVE SPACES TO FD-TEXTO-REG
           MOVE WS-CODIGO-PEDIDO        TO CIR-CODIGO
           MOVE WS-TXT-IDX              TO CIR-LINHA
           MOVE WS-TX-LINHA (WS-TXT-IDX) TO CIR-TEXTO
           WRITE FD-TEXTO-REG.

       LE-TEXTO.

           READ TEXTOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * Carrega o texto do codigo pedido (titulo e linhas).
       CARREGA-TEXTO.

           MOVE 'N' TO WS-TEXTO-ACHADO
           MOVE SPACES TO WS-TXT-TITULO WS-TXT-TEXTO
           MOVE ZEROS  TO WS-TXT-LINHAS
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TEXTOS
           IF WS-FS-TEXTOS = "00"
               PERFORM LE-TEXTO
               PERFORM GUARDA-LINHA-TEXTO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE TEXTOS
           END-IF.

       GUARDA-LINHA-TEXTO.

           IF CIR-CODIGO = WS-CODIGO-PEDIDO AND CIR-LINHA NUMERIC
               SET WS-TEXTO-EXISTE TO TRUE
               EVALUATE TRUE
                   WHEN CIR-LINHA = ZERO
                       MOVE CIR-TEXTO TO WS-TXT-TITULO
                   WHEN CIR-LINHA <= WS-TXT-MAX
                       MOVE CIR-TEXTO TO WS-TX-LINHA (CIR-LINHA)
                       IF CIR-LINHA > WS-TXT-LINHAS
                           MOVE CIR-LINHA TO WS-TXT-LINHAS
                       END-IF
               END-EVALUATE
           END-IF

           PERFORM LE-TEXTO.

       LISTA-TEXTOS.

           DISPLAY " "
           DISPLAY "TEXTOS GUARDADOS EM CIRCULARES.DAT:"
           MOVE ZEROS TO WS-CONT-TEXTOS
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TEXTOS
           IF WS-FS-TEXTOS = "00"
               PERFORM LE-TEXTO
               PERFORM MOSTRA-TITULO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE TEXTOS
           END-IF

           IF WS-CONT-TEXTOS = ZERO
               DISPLAY "  NENHUM TEXTO GUARDADO."
           ELSE
               DISPLAY "CODIGO DO TEXTO A VER (ENTER = NENHUM): "
               MOVE SPACES TO WS-CODIGO-PEDIDO
               ACCEPT WS-CODIGO-PEDIDO
               IF WS-CODIGO-PEDIDO NOT = SPACES
                   PERFORM CARREGA-TEXTO
                   IF WS-TEXTO-EXISTE
                       PERFORM MOSTRA-TEXTO
                   ELSE
                       DISPLAY "TEXTO " WS-CODIGO-PEDIDO
                               " NAO ENCONTRADO."
                   END-IF
               END-IF
           END-IF.

       MOSTRA-TITULO.

           IF CIR-LINHA = ZERO
               ADD 1 TO WS-CONT-TEXTOS
               DISPLAY "  " CIR-CODIGO " | " CIR-TEXTO
           END-IF

           PERFORM LE-TEXTO.

       MOSTRA-TEXTO.

           DISPLAY " "
           DISPLAY "TITULO: " WS-TXT-TITULO
           PERFORM MOSTRA-LINHA-TEXTO
               VARYING WS-TXT-IDX FROM 1 BY 1
               UNTIL WS-TXT-IDX > WS-TXT-LINHAS.

       MOSTRA-LINHA-TEXTO.

           DISPLAY "  " WS-TX-LINHA (WS-TXT-IDX).

      ******************************************************************
      * EMISSAO DA CIRCULAR
      ******************************************************************
       EMITE-CIRCULAR.

           DISPLAY "CODIGO DO TEXTO GUARDADO (ENTER = ESCREVER UM "
                   "TEXTO SO PARA ESTA CIRCULAR): "
           MOVE SPACES TO WS-CODIGO-PEDIDO
           ACCEPT WS-CODIGO-PEDIDO

           IF WS-CODIGO-PEDIDO = SPACES
               MOVE "AVULSA" TO WS-TXT-CODIGO
               PERFORM PEDE-TEXTO
           ELSE
               MOVE WS-CODIGO-PEDIDO TO WS-TXT-CODIGO
               PERFORM CARREGA-TEXTO
               IF WS-TEXTO-EXISTE
                   PERFORM MOSTRA-TEXTO
               ELSE
                   DISPLAY "TEXTO " WS-CODIGO-PEDIDO
                           " NAO ENCONTRADO."
               END-IF
           END-IF

           IF WS-TXT-LINHAS = ZERO
               DISPLAY "SEM TEXTO - NENHUMA CIRCULAR EMITIDA."
           ELSE
               PERFORM PEDE-DESTINATARIOS
           END-IF.

       PEDE-DESTINATARIOS.

           DISPLAY " "
           DISPLAY "DESTINATARIOS - ANO LETIVO " CTL-ANO-LETIVO ":"
           DISPLAY "  T - OS ALUNOS DE UMA TURMA"
           DISPLAY "  N - OS ALUNOS DE UM NIVEL DE ENSINO"
           DISPLAY "  E - TODOS OS ALUNOS ATIVOS DA ESCOLA"
           DISPLAY "ESCOLHA (T/N/E): "
           MOVE SPACE TO WS-DESTINO
           ACCEPT WS-DESTINO

           MOVE 'N' TO WS-DEST-ACEITE
           MOVE SPACES TO WS-DEST-DESCRICAO

           EVALUATE TRUE
               WHEN WS-DEST-TURMA
                   PERFORM ESCOLHE-TURMA
               WHEN WS-DEST-NIVEL
                   PERFORM ESCOLHE-NIVEL
               WHEN WS-DEST-ESCOLA
                   MOVE "TODA A ESCOLA" TO WS-DEST-DESCRICAO
                   SET WS-HA-DESTINATARIOS TO TRUE
               WHEN OTHER
                   DISPLAY "ESCOLHA INVALIDA - NENHUMA CIRCULAR "
                           "EMITIDA."
           END-EVALUATE

           IF WS-HA-DESTINATARIOS
               PERFORM CONFIRMA-EMISSAO
           END-IF.

       ESCOLHE-TURMA.

           DISPLAY "TURMA: "
           MOVE SPACES TO WS-TURMA-PEDIDA
           ACCEPT WS-TURMA-PEDIDA

           PERFORM MARCA-TURMAS
           IF WS-TUR-SELECIONADAS = ZERO
               DISPLAY "TURMA " WS-TURMA-PEDIDA " NAO EXISTE EM "
                       "TURMAS.DAT - NENHUMA CIRCULAR EMITIDA."
           ELSE
               STRING "TURMA " WS-TURMA-PEDIDA
                   DELIMITED BY SIZE INTO WS-DEST-DESCRICAO
               END-STRING
               SET WS-HA-DESTINATARIOS TO TRUE
           END-IF.

       ESCOLHE-NIVEL.

           DISPLAY "NIVEL DE ENSINO: "
           MOVE SPACES TO WS-NIVEL-PEDIDO
           ACCEPT WS-NIVEL-PEDIDO

           PERFORM MARCA-TURMAS
           IF WS-TUR-SELECIONADAS = ZERO
               DISPLAY "NENHUMA TURMA DO NIVEL " WS-NIVEL-PEDIDO
                       " EM TURMAS.DAT - NENHUMA CIRCULAR EMITIDA."
           ELSE
               MOVE WS-TUR-SELECIONADAS TO WS-TOTAL-EDIT
               STRING "NIVEL " WS-NIVEL-PEDIDO " (" WS-TOTAL-EDIT
                      " TURMAS)"
                   DELIMITED BY SIZE INTO WS-DEST-DESCRICAO
               END-STRING
               SET WS-HA-DESTINATARIOS TO TRUE
           END-IF.

      * As turmas de TURMAS.DAT em memoria, marcadas as da escolha.
       MARCA-TURMAS.

           MOVE ZEROS TO WS-TUR-CONT WS-TUR-SELECIONADAS
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TURMAS
           IF WS-FS-TURMAS = "00"
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
               MOVE TUR-CODIGO       TO WS-TU-CODIGO (WS-TUR-CONT)
               MOVE TUR-NIVEL-ENSINO TO WS-TU-NIVEL (WS-TUR-CONT)
               MOVE 'N' TO WS-TU-MARCA (WS-TUR-CONT)
               IF (WS-DEST-TURMA AND TUR-CODIGO = WS-TURMA-PEDIDA)
                  OR (WS-DEST-NIVEL
                      AND TUR-NIVEL-ENSINO = WS-NIVEL-PEDIDO)
                   SET WS-TU-ESCOLHIDA (WS-TUR-CONT) TO TRUE
                   ADD 1 TO WS-TUR-SELECIONADAS
               END-IF
           END-IF

           PERFORM LE-TURMA.

       CONFIRMA-EMISSAO.

           DISPLAY " "
           DISPLAY "CIRCULAR " WS-TXT-CODIGO ": " WS-TXT-TITULO
           DISPLAY "AOS ENCARREGADOS DE: " WS-DEST-DESCRICAO
           DISPLAY "CONFIRMA A EMISSAO (S/N)? "
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               PERFORM PROCESSA-EMISSAO
           ELSE
               DISPLAY "EMISSAO CANCELADA."
           END-IF.

      * Sem ALUNOS.DAT nao ha encarregados a quem escrever.
       PROCESSA-EMISSAO.

           MOVE ZEROS TO WS-CONT-SELECIONADOS WS-CONT-ALUNOS
                         WS-CONT-CARTAS WS-CONT-SEM-ENC
                         WS-CONT-POUPADAS

           MOVE 'N' TO WS-ALUNOS-ABERTO WS-CLIENTES-ABERTO
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS = "00"
               SET WS-HA-ALUNOS TO TRUE
               PERFORM EMITE-CARTAS
               CLOSE ALUNOS
           ELSE
               DISPLAY "ALUNOS.DAT NAO ENCONTRADO - NENHUMA CIRCULAR "
                       "EMITIDA."
           END-IF.

       EMITE-CARTAS.

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES = "00"
               SET WS-HA-CLIENTES TO TRUE
           END-IF
           OPEN EXTEND CARTAS
           IF WS-FS-CARTAS = "35"
               OPEN OUTPUT CARTAS
               CLOSE CARTAS
               OPEN EXTEND CARTAS
           END-IF

           OPEN OUTPUT LISTAGEM
           MOVE SPACES TO WS-LINHA
           STRING "CIRCULAR " WS-TXT-CODIGO " - " WS-TXT-TITULO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           PERFORM EDITA-DATA-HOJE
           MOVE SPACES TO WS-LINHA
           STRING "DESTINATARIOS: " WS-DEST-DESCRICAO
                  " ANO " CTL-ANO-LETIVO " EM " WS-DATA-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE "ENCARR NOME DO ENCARREGADO / EDUCANDOS" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA

           SORT ORDENA-ALUNOS
               ON ASCENDING KEY SOR-ENCARREGADO SOR-ALUNO
               INPUT PROCEDURE IS SELECIONA-ALUNOS
               OUTPUT PROCEDURE IS ESCREVE-CIRCULARES

           COMPUTE WS-CONT-POUPADAS = WS-CONT-ALUNOS
                                    - WS-CONT-SEM-ENC
                                    - WS-CONT-CARTAS

           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "ALUNOS " WS-CONT-ALUNOS
                  " | CARTAS " WS-CONT-CARTAS
                  " | SEM ENCARREGADO " WS-CONT-SEM-ENC
                  " | IRMAOS " WS-CONT-POUPADAS
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           CLOSE LISTAGEM

           CLOSE CARTAS
           IF WS-HA-CLIENTES
               CLOSE CLIENTES
           END-IF

           DISPLAY "ALUNOS DESTINATARIOS:    " WS-CONT-ALUNOS
           DISPLAY "CARTAS EM CARTAS.DAT:    " WS-CONT-CARTAS
           DISPLAY "IRMAOS NA MESMA CARTA:   " WS-CONT-POUPADAS
           DISPLAY "ALUNOS SEM ENCARREGADO:  " WS-CONT-SEM-ENC
           DISPLAY "LISTA EM CIRCULAR.LIS."

           MOVE "CIRCULAR" TO SPL-RELATORIO
           PERFORM ENVIA-AO-SPOOL

           MOVE SPACES TO AUD-DETALHE
           STRING "CIRCULAR " WS-TXT-CODIGO " " WS-DEST-DESCRICAO
                  " CARTAS " WS-CONT-CARTAS
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING
           PERFORM REGISTA-AUDITORIA.

      ******************************************************************
      * SELECAO DOS ALUNOS - PARAGRAFOS DA ENTRADA DO SORT
      ******************************************************************
      * Toda a escola: os alunos ativos de ALUNOS.DAT.
       SELECIONA-ESCOLA.

           MOVE 'N' TO WS-FIM-FICHEIRO
           PERFORM LE-ALUNO-SEGUINTE
           PERFORM LIBERTA-ALUNO-ATIVO
               UNTIL WS-SEM-MAIS-REGISTOS.

       LE-ALUNO-SEGUINTE.

           READ ALUNOS NEXT RECORD
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LIBERTA-ALUNO-ATIVO.

           IF ALU-ATIVO
               MOVE SPACES TO SOR-TURMA
               PERFORM LIBERTA-ALUNO
           END-IF

           PERFORM LE-ALUNO-SEGUINTE.

      * Turma ou nivel: as matriculas do ano letivo corrente nas
      * turmas marcadas. O aluno vem uma vez por disciplina - a
      * saida do SORT so o conta uma vez.
       SELECIONA-MATRICULAS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT MATRICULAS
           IF WS-FS-MATRICULAS = "00"
               PERFORM LE-MATRICULA
               PERFORM VERIFICA-MATRICULA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE MATRICULAS
           ELSE
               DISPLAY "MATRICULAS.DAT NAO ENCONTRADO."
           END-IF.

       LE-MATRICULA.

           READ MATRICULAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-MATRICULA.

           IF MAT-ANO-LETIVO = CTL-ANO-LETIVO
               MOVE 'N' TO WS-TURMA-ACHADA
               PERFORM PROCURA-TURMA-MARCADA
                   VARYING WS-TUR-IDX FROM 1 BY 1
                   UNTIL WS-TUR-IDX > WS-TUR-CONT
                      OR WS-TURMA-NA-SELECAO
               IF WS-TURMA-NA-SELECAO
                   MOVE MAT-ALUNO TO ALU-NUMERO
                   READ ALUNOS
                   IF WS-FS-ALUNOS = "00" AND ALU-ATIVO
                       MOVE MAT-TURMA TO SOR-TURMA
                       PERFORM LIBERTA-ALUNO
                   END-IF
               END-IF
           END-IF

           PERFORM LE-MATRICULA.

       PROCURA-TURMA-MARCADA.

           IF WS-TU-CODIGO (WS-TUR-IDX) = MAT-TURMA
              AND WS-TU-ESCOLHIDA (WS-TUR-IDX)
               SET WS-TURMA-NA-SELECAO TO TRUE
           END-IF.

       LIBERTA-ALUNO.

           MOVE ALU-ENCARREGADO TO SOR-ENCARREGADO
           MOVE ALU-NUMERO      TO SOR-ALUNO
           MOVE ALU-NOME        TO SOR-NOME
           RELEASE SOR-REGISTO
           ADD 1 TO WS-CONT-SELECIONADOS.

      ******************************************************************
      * CARTAS POR FAMILIA - PARAGRAFOS DA SAIDA DO SORT
      ******************************************************************
       DEVOLVE-ALUNO.

           RETURN ORDENA-ALUNOS
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
           END-RETURN.

      * Quebra por encarregado; o mesmo aluno repetido (uma
      * matricula por disciplina) conta uma vez.
       TRATA-ALUNO-ORDENADO.

           IF NOT WS-FAM-EM-CURSO OR SOR-ENCARREGADO NOT = WS-FAM-ENC
               IF WS-FAM-EM-CURSO
                   PERFORM FECHA-FAMILIA
               END-IF
               SET WS-FAM-EM-CURSO TO TRUE
               MOVE SOR-ENCARREGADO TO WS-FAM-ENC
               MOVE ZEROS TO WS-FAM-ULTIMO-ALUNO WS-FAM-TOTAL
                             WS-FIL-CONT WS-FIL-EXCESSO
           END-IF

           IF SOR-ALUNO NOT = WS-FAM-ULTIMO-ALUNO
               MOVE SOR-ALUNO TO WS-FAM-ULTIMO-ALUNO
               ADD 1 TO WS-CONT-ALUNOS
               IF SOR-ENCARREGADO = ZEROS
                   PERFORM REGISTA-SEM-ENCARREGADO
               ELSE
                   PERFORM GUARDA-EDUCANDO
               END-IF
           END-IF

           PERFORM DEVOLVE-ALUNO.

       GUARDA-EDUCANDO.

           ADD 1 TO WS-FAM-TOTAL
           IF WS-FIL-CONT < WS-FIL-MAX
               ADD 1 TO WS-FIL-CONT
               MOVE SOR-ALUNO TO WS-FI-ALUNO (WS-FIL-CONT)
               MOVE SOR-NOME  TO WS-FI-NOME (WS-FIL-CONT)
               MOVE SOR-TURMA TO WS-FI-TURMA (WS-FIL-CONT)
           ELSE
               ADD 1 TO WS-FIL-EXCESSO
           END-IF.

       REGISTA-SEM-ENCARREGADO.

           ADD 1 TO WS-CONT-SEM-ENC
           MOVE SPACES TO WS-LINHA
           STRING "SEM ENC. " SOR-ALUNO " " SOR-NOME " " SOR-TURMA
                  " CARTA NAO EMITIDA"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

      * Uma carta por encarregado, com todos os educandos.
       FECHA-FAMILIA.

           IF WS-FAM-ENC NOT = ZEROS
               MOVE WS-FAM-ENC TO WS-CAR-ENC
               PERFORM PROCURA-ENCARREGADO
               PERFORM ESCREVE-CARTA

               MOVE WS-FAM-TOTAL TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-LINHA
               STRING WS-FAM-ENC " " WS-ENC-NOME " EDUCANDOS "
                      WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               PERFORM LISTA-EDUCANDO
                   VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > WS-FIL-CONT
           END-IF.

       LISTA-EDUCANDO.

           MOVE SPACES TO WS-LINHA
           STRING "       - " WS-FI-ALUNO (WS-FIL-IDX) " "
                  WS-FI-NOME (WS-FIL-IDX) " "
                  WS-FI-TURMA (WS-FIL-IDX)
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       PROCURA-ENCARREGADO.

           MOVE "(ENCARREGADO NAO REGISTADO)" TO WS-ENC-NOME
           MOVE "(SEM E-MAIL - TRATAR NA SECRETARIA)"
                TO WS-ENC-EMAIL

           IF WS-CAR-ENC > ZERO AND WS-HA-CLIENTES
               MOVE WS-CAR-ENC TO CLI-ID
               READ CLIENTES
               IF WS-FS-CLIENTES = "00"
                   MOVE CLI-NOME  TO WS-ENC-NOME
                   MOVE CLI-EMAIL TO WS-ENC-EMAIL
               END-IF
           END-IF.

       ESCREVE-CARTA.

           MOVE ALL "=" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

      * A linha de despacho poe a carta na fila do PROGDESPACHO
      * como PENDENTE.
           MOVE "DESPACHO: PENDENTE" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "EXMO(A). SR(A). " WS-ENC-NOME
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "E-MAIL: " WS-ENC-EMAIL
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "CLIENTE: " WS-CAR-ENC
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "CIRCULAR: " WS-TXT-TITULO
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           PERFORM GRAVA-LINHA-EDUCANDO
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > WS-FIL-CONT

           IF WS-FIL-EXCESSO > ZERO
               MOVE WS-FIL-EXCESSO TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-CARTA-LINHA
               STRING "E MAIS " WS-TOTAL-EDIT " EDUCANDO(S)"
                   DELIMITED BY SIZE INTO WS-CARTA-LINHA
               END-STRING
               PERFORM GRAVA-LINHA-CARTA
           END-IF

           PERFORM GRAVA-LINHA-TEXTO-CARTA
               VARYING WS-TXT-IDX FROM 1 BY 1
               UNTIL WS-TXT-IDX > WS-TXT-LINHAS

           MOVE ALL "=" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

           ADD 1 TO WS-CONT-CARTAS.

       GRAVA-LINHA-EDUCANDO.

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "ALUNO: " WS-FI-ALUNO (WS-FIL-IDX) " "
                  WS-FI-NOME (WS-FIL-IDX) " "
                  WS-FI-TURMA (WS-FIL-IDX)
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA.

       GRAVA-LINHA-TEXTO-CARTA.

           MOVE WS-TX-LINHA (WS-TXT-IDX) TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA.

       GRAVA-LINHA-CARTA.

           MOVE WS-CARTA-LINHA TO FD-CARTA-REG
           WRITE FD-CARTA-REG.

      ******************************************************************
      * UTILITARIOS
      ******************************************************************
       EDITA-DATA-HOJE.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-DSIS-DIA "/" WS-DSIS-MES "/" WS-DSIS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING.

       EMITE-LINHA.

           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Copia da listagem para o spool (PROGSPOOL) - sem o spool
      * ligado fica so o ficheiro.
       ENVIA-AO-SPOOL.

           MOVE "CIRCULAR.LIS" TO SPL-FICHEIRO
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

       REGISTA-AUDITORIA.

           MOVE "PROGCIRCULAR"   TO AUD-PROGRAMA
           MOVE "CIRCULAR"       TO AUD-TIPO
           MOVE SGN-OPERADOR     TO AUD-OPERADOR
           SET AUD-FALHOU TO TRUE
           MOVE 'N' TO WS-IND-AUDIT

           CALL 'PROGAUDIT' USING AUDIT-PARAMETRES
               ON EXCEPTION
                   SET WS-AUDIT-FALHOU TO TRUE
           END-CALL

           IF WS-AUDIT-FALHOU OR AUD-FALHOU
               DISPLAY "AVISO: NAO FOI POSSIVEL REGISTAR A "
                       "OPERACAO EM AUDIT.DAT."
           END-IF.

      ******************************************************************
      * ENTRADA DO SORT - OS ALUNOS DESTINATARIOS
      ******************************************************************
       SELECIONA-ALUNOS SECTION.
       SELECIONA-ALUNOS-INICIO.

           IF WS-DEST-ESCOLA
               PERFORM SELECIONA-ESCOLA
           ELSE
               PERFORM SELECIONA-MATRICULAS
           END-IF.

      ******************************************************************
      * SAIDA DO SORT - UMA CARTA POR ENCARREGADO
      ******************************************************************
       ESCREVE-CIRCULARES SECTION.
       ESCREVE-CIRCULARES-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           MOVE 'N' TO WS-FAM-ABERTA
           PERFORM DEVOLVE-ALUNO
           PERFORM TRATA-ALUNO-ORDENADO
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-FAM-EM-CURSO
               PERFORM FECHA-FAMILIA
           END-IF.
       END PROGRAM PROGCIRCULAR.
