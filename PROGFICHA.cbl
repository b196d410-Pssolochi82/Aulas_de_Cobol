      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: FICHA DO ALUNO (FICHAS.DAT, INDEXADO POR NUMERO DE
      *          ALUNO) - DADOS PESSOAIS, DOCUMENTO DE IDENTIFICACAO,
      *          CONTACTO DE EMERGENCIA, IMPRESSAO DA FICHA E
      *          DOCUMENTOS A CADUCAR.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. O ALUNOS.DAT so tem numero, nome,
      *            estado e encarregados - o resto estava numa pasta
      *            de papel. A ficha (FICREG.cpy) guarda a data de
      *            nascimento, o sexo (codigos de STATUSTB.cpy), a
      *            nacionalidade, o documento de identificacao (CC,
      *            passaporte, titulo de residencia ou outro) com a
      *            validade, a morada do aluno quando nao vive com o
      *            encarregado e o contacto de emergencia; cada
      *            gravacao leva a data e o operador da sessao
      *            (PROGSIGNON). Opcoes:
      *              1 - criar ou alterar a ficha (o aluno tem de
      *                  existir em ALUNOS.DAT; ENTER mantem)
      *              2 - imprimir a ficha de uma pagina (FICHA.LIS,
      *                  copiada para o spool), com a idade, a turma
      *                  do ultimo ano letivo e os encarregados
      *              3 - documentos caducados ou a caducar nos
      *                  proximos 60 dias (DOCCADUC.LIS e spool)
      * 15/10/26 - A morada do encarregado na ficha leva o codigo postal
      *            (CLI-CODIGO-POSTAL) antes da cidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFICHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHAS     ASSIGN TO "FICHAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIC-ALUNO
               FILE STATUS IS WS-FS-FICHAS.
           SELECT ALUNOS     ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT CLIENTES   ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT MATRICULAS ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATRICULAS.
           SELECT LISTAGEM   ASSIGN TO DYNAMIC WS-NOME-LISTAGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHAS.
       COPY "FICREG.cpy" REPLACING NIVEL-FIC BY 01
                                   CAMPO-FIC-REG BY FD-FICHA-REG.

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  MATRICULAS.
       COPY "MATREG.cpy" REPLACING NIVEL-MAT BY 01
                                   CAMPO-MAT-REG BY FD-MATRICULA-REG.

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "STATUSTB.cpy".

       01 WS-FS-FICHAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-MATRICULAS         PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-NOME-LISTAGEM         PIC X(20) VALUE SPACES.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
      * Aviso de documentos a caducar, em dias.
       01 WS-DIAS-AVISO            PIC S9(05) VALUE +60.

       01 WS-ALUNO                 PIC 9(06) VALUE ZEROS.
       01 WS-ALUNO-ACHADO          PIC X VALUE 'N'.
           88 WS-ALUNO-EXISTE             VALUE 'S'.
       01 WS-FICHA-ACHADA          PIC X VALUE 'N'.
           88 WS-FICHA-EXISTE             VALUE 'S'.
       01 WS-NOME-ALUNO            PIC X(30) VALUE SPACES.
       01 WS-ENCARREGADO           PIC 9(06) VALUE ZEROS.
       01 WS-ENCARREGADO-2         PIC 9(06) VALUE ZEROS.

      * Respostas do operador - ENTER mantem o valor da ficha.
       01 WS-ENTRADA               PIC X(60) VALUE SPACES.
       01 WS-DATA-TX               PIC X(08) VALUE SPACES.
       01 WS-DATA-LIDA             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-BOA              PIC X VALUE 'N'.
           88 WS-DATA-VALIDA              VALUE 'S'.
       01 WS-SEXO-TX               PIC X(01) VALUE SPACE.
       01 WS-SEXO-BOM              PIC X VALUE 'N'.
           88 WS-SEXO-VALIDO              VALUE 'S'.
       01 WS-SEXO-DESC             PIC X(10) VALUE SPACES.
       01 WS-STATUS-IDX            PIC 9(01) VALUE ZEROS.
       01 WS-DOC-TIPO-TX           PIC X(02) VALUE SPACES.

      * Idade em anos completos numa data de referencia.
       01 WS-IDADE-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-IDADE-REFERENCIA.
           03 WS-IREF-ANO              PIC 9(04).
           03 WS-IREF-MMDD             PIC 9(04).
       01 WS-NASCIMENTO            PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-NASCIMENTO.
           03 WS-NASC-ANO              PIC 9(04).
           03 WS-NASC-MMDD             PIC 9(04).
       01 WS-IDADE                 PIC 9(03) VALUE ZEROS.

      * Turma do ultimo ano letivo em que o aluno se matriculou.
       01 WS-TURMA-ATUAL           PIC X(05) VALUE SPACES.
       01 WS-ANO-TURMA             PIC 9(04) VALUE ZEROS.

       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.
       01 WS-DATA-A-EDITAR         PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-EDIT             PIC -(4)9.
       01 WS-SITUACAO-DOC          PIC X(12) VALUE SPACES.
       01 WS-CONT-DOCUMENTOS       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CADUCADOS        PIC 9(05) VALUE ZEROS.

       01 WS-CLIENTE-PEDIDO        PIC 9(06) VALUE ZEROS.
       01 WS-ROTULO-ENC            PIC X(16) VALUE SPACES.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.
       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       01 DATAS-PARAMETRES.
           02 DT-FUNCAO                PIC X(01).
           02 DT-DATA1                 PIC 9(08).
           02 DT-DATA2                 PIC 9(08).
           02 DT-DIAS                  PIC S9(05).
           02 DT-DIA-SEMANA            PIC 9(01).
           02 DT-RESULTADO             PIC X(01).
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

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
           DISPLAY "*           FICHA DO ALUNO                *"
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
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO
           END-IF

           DISPLAY "FICHA DO ALUNO TERMINADA."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - CRIAR OU ALTERAR A FICHA DE UM ALUNO"
           DISPLAY "  2 - IMPRIMIR A FICHA DE UM ALUNO"
           DISPLAY "  3 - DOCUMENTOS A CADUCAR NOS PROXIMOS "
                   WS-DIAS-AVISO " DIAS"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           MOVE ZERO TO WS-OPCAO
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM MANTEM-FICHA
               WHEN 2
                   PERFORM IMPRIME-FICHA
               WHEN 3
                   PERFORM LISTA-DOCUMENTOS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      * ------- manutencao da ficha ------------------------------
       MANTEM-FICHA.

           DISPLAY "NUMERO DO ALUNO: "
           MOVE ZEROS TO WS-ALUNO
           ACCEPT WS-ALUNO

           PERFORM LE-ALUNO
           IF NOT WS-ALUNO-EXISTE
               DISPLAY "ALUNO " WS-ALUNO " NAO EXISTE NO MESTRE DE "
                       "ALUNOS (PROGALUNO)."
           ELSE
               DISPLAY "ALUNO " WS-ALUNO ": " WS-NOME-ALUNO
               PERFORM ABRE-FICHAS
               PERFORM LE-FICHA
               IF WS-FICHA-EXISTE
                   PERFORM MOSTRA-FICHA
               ELSE
                   DISPLAY "FICHA NOVA."
                   MOVE SPACES TO FD-FICHA-REG
                   MOVE WS-ALUNO TO FIC-ALUNO
                   MOVE ZEROS TO FIC-DATA-NASCIMENTO FIC-SEXO
                                 FIC-DOC-VALIDADE
                   MOVE "PORTUGUESA" TO FIC-NACIONALIDADE
               END-IF
               PERFORM PEDE-DADOS-FICHA
               PERFORM GRAVA-FICHA
               CLOSE FICHAS
           END-IF.

       LE-ALUNO.

           MOVE 'N' TO WS-ALUNO-ACHADO
           MOVE SPACES TO WS-NOME-ALUNO
           MOVE ZEROS TO WS-ENCARREGADO WS-ENCARREGADO-2

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS = "00"
               MOVE WS-ALUNO TO ALU-NUMERO
               READ ALUNOS
               IF WS-FS-ALUNOS = "00"
                   SET WS-ALUNO-EXISTE TO TRUE
                   MOVE ALU-NOME TO WS-NOME-ALUNO
                   MOVE ALU-ENCARREGADO TO WS-ENCARREGADO
                   IF ALU-ENCARREGADO-2 IS NUMERIC
                       MOVE ALU-ENCARREGADO-2 TO WS-ENCARREGADO-2
                   END-IF
               END-IF
               CLOSE ALUNOS
           END-IF.

       ABRE-FICHAS.

           OPEN I-O FICHAS
           IF WS-FS-FICHAS = "35"
               OPEN OUTPUT FICHAS
               CLOSE FICHAS
               OPEN I-O FICHAS
           END-IF.

       LE-FICHA.

           MOVE 'N' TO WS-FICHA-ACHADA
           MOVE WS-ALUNO TO FIC-ALUNO
           READ FICHAS
           IF WS-FS-FICHAS = "00"
               SET WS-FICHA-EXISTE TO TRUE
           END-IF.

       MOSTRA-FICHA.

           MOVE FIC-SEXO TO WS-SEXO-TX
           PERFORM PROCURA-SEXO
           DISPLAY "  NASCIMENTO  : " FIC-DATA-NASCIMENTO
           DISPLAY "  SEXO        : " FIC-SEXO " " WS-SEXO-DESC
           DISPLAY "  NACIONAL.   : " FIC-NACIONALIDADE
           DISPLAY "  DOCUMENTO   : " FIC-DOC-TIPO " " FIC-DOC-NUMERO
                   " VALIDO ATE " FIC-DOC-VALIDADE
           IF FIC-MORADA = SPACES
               DISPLAY "  MORADA      : (A DO ENCARREGADO)"
           ELSE
               DISPLAY "  MORADA      : " FIC-MORADA
               DISPLAY "                " FIC-CIDADE
           END-IF
           DISPLAY "  EMERGENCIA  : " FIC-EMERG-NOME " ("
                   FIC-EMERG-PARENTESCO ") " FIC-EMERG-TELEFONE
           DISPLAY "  ATUALIZADA  : " FIC-DATA-ATUALIZACAO " POR "
                   FIC-OPERADOR.

       PEDE-DADOS-FICHA.

           MOVE 'N' TO WS-DATA-BOA
           PERFORM PEDE-NASCIMENTO
               UNTIL WS-DATA-VALIDA

           MOVE 'N' TO WS-SEXO-BOM
           PERFORM PEDE-SEXO
               UNTIL WS-SEXO-VALIDO

           DISPLAY "NACIONALIDADE (ENTER = " FIC-NACIONALIDADE "): "
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO FIC-NACIONALIDADE
           END-IF

           PERFORM PEDE-DOCUMENTO
           PERFORM PEDE-MORADA
           PERFORM PEDE-EMERGENCIA.

      * A data de nascimento e obrigatoria (sem ela nao ha idade
      * para a matricula) e nao pode ser no futuro.
       PEDE-NASCIMENTO.

           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD, ENTER = "
                   FIC-DATA-NASCIMENTO "): "
           MOVE SPACES TO WS-DATA-TX
           ACCEPT WS-DATA-TX

           IF WS-DATA-TX = SPACES
               MOVE FIC-DATA-NASCIMENTO TO WS-DATA-LIDA
           ELSE
               MOVE ZEROS TO WS-DATA-LIDA
               IF WS-DATA-TX IS NUMERIC
                   MOVE WS-DATA-TX TO WS-DATA-LIDA
               END-IF
           END-IF

           PERFORM VALIDA-DATA-LIDA

           EVALUATE TRUE
               WHEN NOT WS-DATA-VALIDA
                   DISPLAY "DATA INVALIDA."
               WHEN WS-DATA-LIDA > WS-DATA-HOJE
                   DISPLAY "DATA NO FUTURO."
                   MOVE 'N' TO WS-DATA-BOA
               WHEN OTHER
                   MOVE WS-DATA-LIDA TO FIC-DATA-NASCIMENTO
           END-EVALUATE.

       VALIDA-DATA-LIDA.

           MOVE 'N' TO WS-DATA-BOA
           IF WS-DATA-LIDA NOT = ZEROS
               MOVE 'W' TO DT-FUNCAO
               MOVE WS-DATA-LIDA TO DT-DATA1
               MOVE 'N' TO WS-IND-CHAMADA
               CALL 'PROGDATAS' USING DATAS-PARAMETRES
                   ON EXCEPTION
                       SET WS-CHAMADA-FALHOU TO TRUE
               END-CALL
               IF WS-CHAMADA-FALHOU OR DT-OK
                   SET WS-DATA-VALIDA TO TRUE
               END-IF
           END-IF.

      * O sexo usa os codigos de STATUSTB.cpy.
       PEDE-SEXO.

           DISPLAY "SEXO (1 = HOMEM, 2 = MULHER, 3 = OUTRO, "
                   "ENTER = " FIC-SEXO "): "
           MOVE SPACE TO WS-SEXO-TX
           ACCEPT WS-SEXO-TX
           IF WS-SEXO-TX = SPACE
               MOVE FIC-SEXO TO WS-SEXO-TX
           END-IF

           PERFORM PROCURA-SEXO
           IF WS-SEXO-VALIDO
               MOVE WS-SEXO-TX TO FIC-SEXO
           ELSE
               DISPLAY "SEXO INVALIDO."
           END-IF.

       PROCURA-SEXO.

           MOVE 'N' TO WS-SEXO-BOM
           MOVE SPACES TO WS-SEXO-DESC
           PERFORM COMPARA-SEXO
               VARYING WS-STATUS-IDX FROM 1 BY 1
               UNTIL WS-STATUS-IDX > 3 OR WS-SEXO-VALIDO.

       COMPARA-SEXO.

           IF WS-SEXO-TX = STATUS-COD (WS-STATUS-IDX)
               SET WS-SEXO-VALIDO TO TRUE
               MOVE STATUS-DESC (WS-STATUS-IDX) TO WS-SEXO-DESC
           END-IF.

       PEDE-DOCUMENTO.

           MOVE SPACES TO WS-DOC-TIPO-TX
           PERFORM PEDE-TIPO-DOCUMENTO
               UNTIL FIC-DOC-TIPO-VALIDO

           DISPLAY "NUMERO DO DOCUMENTO (ENTER = MANTEM): "
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO FIC-DOC-NUMERO
           END-IF

           MOVE 'N' TO WS-DATA-BOA
           PERFORM PEDE-VALIDADE
               UNTIL WS-DATA-VALIDA.

       PEDE-TIPO-DOCUMENTO.

           DISPLAY "DOCUMENTO (CC = CARTAO DE CIDADAO, PS = "
                   "PASSAPORTE, TR = TITULO DE RESIDENCIA,"
           DISPLAY "           OU = OUTRO, ENTER = " FIC-DOC-TIPO "): "
           MOVE SPACES TO WS-DOC-TIPO-TX
           ACCEPT WS-DOC-TIPO-TX
           IF WS-DOC-TIPO-TX NOT = SPACES
               MOVE WS-DOC-TIPO-TX TO FIC-DOC-TIPO
           END-IF
           IF NOT FIC-DOC-TIPO-VALIDO
               DISPLAY "TIPO DE DOCUMENTO INVALIDO."
           END-IF.

      * Validade 0 = documento sem validade.
       PEDE-VALIDADE.

           DISPLAY "VALIDO ATE (AAAAMMDD, 0 = SEM VALIDADE, ENTER = "
                   FIC-DOC-VALIDADE "): "
           MOVE SPACES TO WS-DATA-TX
           ACCEPT WS-DATA-TX

           EVALUATE TRUE
               WHEN WS-DATA-TX = SPACES
                   SET WS-DATA-VALIDA TO TRUE
               WHEN WS-DATA-TX = "0"
                   MOVE ZEROS TO FIC-DOC-VALIDADE
                   SET WS-DATA-VALIDA TO TRUE
               WHEN WS-DATA-TX IS NUMERIC
                   MOVE WS-DATA-TX TO WS-DATA-LIDA
                   PERFORM VALIDA-DATA-LIDA
                   IF WS-DATA-VALIDA
                       MOVE WS-DATA-LIDA TO FIC-DOC-VALIDADE
                       IF WS-DATA-LIDA < WS-DATA-HOJE
                           DISPLAY "AVISO: O DOCUMENTO JA CADUCOU."
                       END-IF
                   ELSE
                       DISPLAY "DATA INVALIDA."
                   END-IF
               WHEN OTHER
                   DISPLAY "DATA INVALIDA."
           END-EVALUATE.

      * Morada em branco = o aluno vive com o encarregado.
       PEDE-MORADA.

           DISPLAY "MORADA DO ALUNO SE DIFERENTE DA DO ENCARREGADO "
                   "(ENTER = MANTEM, * = A DO ENCARREGADO): "
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA

           EVALUATE TRUE
               WHEN WS-ENTRADA = "*"
                   MOVE SPACES TO FIC-MORADA FIC-CIDADE
               WHEN WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO FIC-MORADA
                   DISPLAY "LOCALIDADE (ENTER = MANTEM): "
                   MOVE SPACES TO WS-ENTRADA
                   ACCEPT WS-ENTRADA
                   IF WS-ENTRADA NOT = SPACES
                       MOVE WS-ENTRADA TO FIC-CIDADE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PEDE-EMERGENCIA.

           DISPLAY "CONTACTO DE EMERGENCIA - NOME (ENTER = MANTEM): "
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO FIC-EMERG-NOME
           END-IF

           DISPLAY "PARENTESCO (ENTER = MANTEM): "
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO FIC-EMERG-PARENTESCO
           END-IF

           DISPLAY "TELEFONE (ENTER = MANTEM): "
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO FIC-EMERG-TELEFONE
           END-IF

           IF FIC-EMERG-TELEFONE = SPACES
               DISPLAY "AVISO: FICHA SEM TELEFONE DE EMERGENCIA."
           END-IF.

       GRAVA-FICHA.

           MOVE WS-DATA-HOJE TO FIC-DATA-ATUALIZACAO
           MOVE SGN-OPERADOR TO FIC-OPERADOR

           IF WS-FICHA-EXISTE
               REWRITE FD-FICHA-REG
           ELSE
               WRITE FD-FICHA-REG
           END-IF

           IF WS-FS-FICHAS = "00"
               DISPLAY "FICHA DO ALUNO " WS-ALUNO " GRAVADA."
           ELSE
               DISPLAY "ERRO AO GRAVAR A FICHA - FILE STATUS "
                       WS-FS-FICHAS
           END-IF.

      * ------- impressao da ficha -------------------------------
       IMPRIME-FICHA.

           DISPLAY "NUMERO DO ALUNO: "
           MOVE ZEROS TO WS-ALUNO
           ACCEPT WS-ALUNO

           PERFORM LE-ALUNO
           MOVE 'N' TO WS-FICHA-ACHADA
           IF WS-ALUNO-EXISTE
               OPEN INPUT FICHAS
               IF WS-FS-FICHAS = "00"
                   PERFORM LE-FICHA
                   CLOSE FICHAS
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-ALUNO-EXISTE
                   DISPLAY "ALUNO " WS-ALUNO " NAO EXISTE NO MESTRE "
                           "DE ALUNOS."
               WHEN NOT WS-FICHA-EXISTE
                   DISPLAY "O ALUNO " WS-ALUNO " AINDA NAO TEM FICHA "
                           "- USE A OPCAO 1."
               WHEN OTHER
                   PERFORM CALCULA-LIMITE
                   PERFORM PROCURA-TURMA-ATUAL
                   MOVE "FICHA.LIS" TO WS-NOME-LISTAGEM
                   OPEN OUTPUT LISTAGEM
                   PERFORM EMITE-FICHA
                   CLOSE LISTAGEM
                   DISPLAY "FICHA EM FICHA.LIS."
                   MOVE "FICHA" TO SPL-RELATORIO
                   PERFORM ENVIA-AO-SPOOL
           END-EVALUATE.

       PROCURA-TURMA-ATUAL.

           MOVE SPACES TO WS-TURMA-ATUAL
           MOVE ZEROS TO WS-ANO-TURMA
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT MATRICULAS
           IF WS-FS-MATRICULAS = "00"
               PERFORM LE-MATRICULA
               PERFORM VERIFICA-MATRICULA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE MATRICULAS
           END-IF.

       LE-MATRICULA.

           READ MATRICULAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-MATRICULA.

           IF MAT-ALUNO = WS-ALUNO
               IF MAT-ANO-LETIVO IS NUMERIC
                  AND MAT-ANO-LETIVO >= WS-ANO-TURMA
                   MOVE MAT-ANO-LETIVO TO WS-ANO-TURMA
                   MOVE MAT-TURMA TO WS-TURMA-ATUAL
               ELSE
                   IF WS-TURMA-ATUAL = SPACES
                       MOVE MAT-TURMA TO WS-TURMA-ATUAL
                   END-IF
               END-IF
           END-IF

           PERFORM LE-MATRICULA.

       EMITE-FICHA.

           MOVE WS-DATA-HOJE TO WS-DATA-A-EDITAR
           PERFORM EDITA-DATA
           MOVE SPACES TO WS-LINHA
           STRING "FICHA DO ALUNO - EMITIDA EM " WS-DATA-EDIT
                  " POR " SGN-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "ALUNO        : " WS-ALUNO " " WS-NOME-ALUNO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           IF WS-TURMA-ATUAL = SPACES
               MOVE "TURMA        : (SEM MATRICULA)" TO WS-LINHA
           ELSE
               STRING "TURMA        : " WS-TURMA-ATUAL
                      "  ANO LETIVO " WS-ANO-TURMA
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
           END-IF
           PERFORM EMITE-LINHA

           MOVE WS-DATA-HOJE TO WS-IDADE-REFERENCIA
           PERFORM CALCULA-IDADE
           MOVE FIC-DATA-NASCIMENTO TO WS-DATA-A-EDITAR
           PERFORM EDITA-DATA
           MOVE SPACES TO WS-LINHA
           STRING "NASCIMENTO   : " WS-DATA-EDIT
                  "  (" WS-IDADE " ANOS)"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE FIC-SEXO TO WS-SEXO-TX
           PERFORM PROCURA-SEXO
           MOVE SPACES TO WS-LINHA
           STRING "SEXO         : " WS-SEXO-DESC
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "NACIONALIDADE: " FIC-NACIONALIDADE
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           PERFORM SITUACAO-DOCUMENTO
           MOVE SPACES TO WS-LINHA
           STRING "DOCUMENTO    : " FIC-DOC-TIPO " " FIC-DOC-NUMERO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           IF FIC-DOC-VALIDADE = ZEROS
               MOVE "VALIDADE     : SEM VALIDADE" TO WS-LINHA
           ELSE
               MOVE FIC-DOC-VALIDADE TO WS-DATA-A-EDITAR
               PERFORM EDITA-DATA
               STRING "VALIDADE     : " WS-DATA-EDIT "  "
                      WS-SITUACAO-DOC
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
           END-IF
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           IF FIC-MORADA = SPACES
               MOVE "MORADA       : A DO ENCARREGADO DE EDUCACAO"
                   TO WS-LINHA
               PERFORM EMITE-LINHA
           ELSE
               STRING "MORADA       : " FIC-MORADA
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "               " FIC-CIDADE
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF

           MOVE "ENCARREGADO  : " TO WS-ROTULO-ENC
           MOVE WS-ENCARREGADO TO WS-CLIENTE-PEDIDO
           PERFORM EMITE-ENCARREGADO
           IF WS-ENCARREGADO-2 NOT = ZEROS
               MOVE "2. RESPONSAVEL: " TO WS-ROTULO-ENC
               MOVE WS-ENCARREGADO-2 TO WS-CLIENTE-PEDIDO
               PERFORM EMITE-ENCARREGADO
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "EMERGENCIA   : " FIC-EMERG-NOME " ("
                  FIC-EMERG-PARENTESCO ")"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "               TEL. " FIC-EMERG-TELEFONE
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE FIC-DATA-ATUALIZACAO TO WS-DATA-A-EDITAR
           PERFORM EDITA-DATA
           MOVE SPACES TO WS-LINHA
           STRING "FICHA ATUALIZADA EM " WS-DATA-EDIT " POR "
                  FIC-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       EMITE-ENCARREGADO.

           MOVE SPACES TO WS-LINHA
           IF WS-CLIENTE-PEDIDO = ZEROS
               STRING WS-ROTULO-ENC "(NENHUM)"
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           ELSE
               MOVE SPACES TO FD-CLIENTE-REG
               OPEN INPUT CLIENTES
               IF WS-FS-CLIENTES = "00"
                   MOVE WS-CLIENTE-PEDIDO TO CLI-ID
                   READ CLIENTES
                   IF WS-FS-CLIENTES NOT = "00"
                       MOVE SPACES TO FD-CLIENTE-REG
                       MOVE "(CLIENTE SEM REGISTO)" TO CLI-NOME
                   END-IF
                   CLOSE CLIENTES
               END-IF
               STRING WS-ROTULO-ENC WS-CLIENTE-PEDIDO " " CLI-NOME
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "               TEL. " CLI-TELEFONE
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               IF FIC-MORADA = SPACES
                   MOVE SPACES TO WS-LINHA
                   STRING "               " CLI-ENDERECO
                       DELIMITED BY SIZE INTO WS-LINHA
                   END-STRING
                   PERFORM EMITE-LINHA
                   MOVE SPACES TO WS-LINHA
                   IF CLI-CODIGO-POSTAL NOT = SPACES
                       STRING "               " CLI-CODIGO-POSTAL
                              " " CLI-CIDADE
                           DELIMITED BY SIZE INTO WS-LINHA
                       END-STRING
                   ELSE
                       STRING "               " CLI-CIDADE
                           DELIMITED BY SIZE INTO WS-LINHA
                       END-STRING
                   END-IF
                   PERFORM EMITE-LINHA
               END-IF
           END-IF.

      * Idade em anos completos na data WS-IDADE-REFERENCIA.
       CALCULA-IDADE.

           MOVE FIC-DATA-NASCIMENTO TO WS-NASCIMENTO
           MOVE ZEROS TO WS-IDADE
           IF WS-NASCIMENTO > ZEROS
              AND WS-NASCIMENTO <= WS-IDADE-REFERENCIA
               COMPUTE WS-IDADE = WS-IREF-ANO - WS-NASC-ANO
               IF WS-IREF-MMDD < WS-NASC-MMDD
                   SUBTRACT 1 FROM WS-IDADE
               END-IF
           END-IF.

       SITUACAO-DOCUMENTO.

           EVALUATE TRUE
               WHEN FIC-DOC-VALIDADE = ZEROS
                   MOVE SPACES TO WS-SITUACAO-DOC
               WHEN FIC-DOC-VALIDADE < WS-DATA-HOJE
                   MOVE "CADUCADO" TO WS-SITUACAO-DOC
               WHEN FIC-DOC-VALIDADE <= WS-DATA-LIMITE
                   MOVE "A CADUCAR" TO WS-SITUACAO-DOC
               WHEN OTHER
                   MOVE "VALIDO" TO WS-SITUACAO-DOC
           END-EVALUATE.

      * ------- documentos a caducar -----------------------------
      * Os caducados tambem saem - continuam por renovar.
       LISTA-DOCUMENTOS.

           MOVE ZEROS TO WS-CONT-DOCUMENTOS WS-CONT-CADUCADOS
           PERFORM CALCULA-LIMITE

           OPEN INPUT FICHAS
           IF WS-FS-FICHAS NOT = "00"
               DISPLAY "FICHAS.DAT NAO ENCONTRADO - SEM FICHAS."
           ELSE
               MOVE "DOCCADUC.LIS" TO WS-NOME-LISTAGEM
               OPEN OUTPUT LISTAGEM
               MOVE WS-DATA-LIMITE TO WS-DATA-A-EDITAR
               PERFORM EDITA-DATA
               MOVE SPACES TO WS-LINHA
               STRING "DOCUMENTOS DE ALUNOS CADUCADOS OU A CADUCAR "
                      "ATE " WS-DATA-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE "ALUNO  NOME                           DOC "
                   & "VALIDADE   DIAS  SITUACAO" TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE ALL "-" TO WS-LINHA
               PERFORM EMITE-LINHA

               MOVE 'N' TO WS-FIM-FICHEIRO
               PERFORM LE-FICHA-SEGUINTE
               PERFORM VERIFICA-DOCUMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE FICHAS

               MOVE ALL "-" TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "TOTAL " WS-CONT-DOCUMENTOS
                      " DOCUMENTOS, DOS QUAIS " WS-CONT-CADUCADOS
                      " JA CADUCADOS"
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               CLOSE LISTAGEM

               DISPLAY "DOCUMENTOS A RENOVAR: " WS-CONT-DOCUMENTOS
                       " (CADUCADOS " WS-CONT-CADUCADOS ")"
               DISPLAY "LISTA EM DOCCADUC.LIS."
               MOVE "DOCCADUC" TO SPL-RELATORIO
               PERFORM ENVIA-AO-SPOOL
           END-IF.

       CALCULA-LIMITE.

           MOVE 'S' TO DT-FUNCAO
           MOVE WS-DATA-HOJE TO DT-DATA1
           MOVE WS-DIAS-AVISO TO DT-DIAS
           MOVE WS-DATA-HOJE TO WS-DATA-LIMITE
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL
           IF WS-CHAMADA-FALHOU OR NOT DT-OK
               DISPLAY "PROGDATAS INDISPONIVEL - SO OS DOCUMENTOS "
                       "JA CADUCADOS."
           ELSE
               MOVE DT-DATA2 TO WS-DATA-LIMITE
           END-IF.

       LE-FICHA-SEGUINTE.

           READ FICHAS NEXT RECORD
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-DOCUMENTO.

           IF FIC-DOC-VALIDADE NOT = ZEROS
              AND FIC-DOC-VALIDADE <= WS-DATA-LIMITE
               PERFORM RELATA-DOCUMENTO
           END-IF

           PERFORM LE-FICHA-SEGUINTE.

       RELATA-DOCUMENTO.

           ADD 1 TO WS-CONT-DOCUMENTOS
           PERFORM SITUACAO-DOCUMENTO
           IF FIC-DOC-VALIDADE < WS-DATA-HOJE
               ADD 1 TO WS-CONT-CADUCADOS
           END-IF

           MOVE 'D' TO DT-FUNCAO
           MOVE WS-DATA-HOJE TO DT-DATA1
           MOVE FIC-DOC-VALIDADE TO DT-DATA2
           MOVE ZEROS TO DT-DIAS
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL
           MOVE DT-DIAS TO WS-DIAS-EDIT

           MOVE FIC-ALUNO TO WS-ALUNO
           PERFORM LE-ALUNO
           IF NOT WS-ALUNO-EXISTE
               MOVE "(ALUNO SEM REGISTO)" TO WS-NOME-ALUNO
           END-IF

           MOVE FIC-DOC-VALIDADE TO WS-DATA-A-EDITAR
           PERFORM EDITA-DATA
           MOVE SPACES TO WS-LINHA
           STRING FIC-ALUNO " " WS-NOME-ALUNO " " FIC-DOC-TIPO "  "
                  WS-DATA-EDIT " " WS-DIAS-EDIT " " WS-SITUACAO-DOC
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "       " FIC-DOC-NUMERO " ENC. " WS-ENCARREGADO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       EDITA-DATA.

           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-DATA-A-EDITAR (7: 2) "/"
                  WS-DATA-A-EDITAR (5: 2) "/"
                  WS-DATA-A-EDITAR (1: 4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING.

       EMITE-LINHA.

           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Copia da listagem para o spool (PROGSPOOL) - sem o spool
      * ligado fica so o ficheiro.
       ENVIA-AO-SPOOL.

           MOVE WS-NOME-LISTAGEM TO SPL-FICHEIRO
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
       END PROGRAM PROGFICHA.
