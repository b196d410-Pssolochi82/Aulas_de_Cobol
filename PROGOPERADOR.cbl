      *            substituicao (o mesmo BARALHA-SENHA do
      *            PROGSIGNON). As alteracoes regravam o ficheiro
      *            por OPERADORES.TMP, como o PROGTABELA.
      * 15/10/26 - Perfil D (docente), com o numero do docente (OPE-
      *            DOCENTE, validado contra DOCENTES.DAT): pedido na
      *            criacao e na nova opcao 6 (alterar perfil). O docente
      *            so lanca notas no BOLETIM/PROGEMENDA nas turmas e
      *            disciplinas que lhe estao atribuidas. Registo de
      *            trabalho com 69 posicoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOPERADOR.
           SELECT TRABALHO   ASSIGN TO "OPERADORES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT DOCENTES   ASSIGN TO "DOCENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-NUMERO
               FILE STATUS IS WS-FS-DOCENTES.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
                                   CAMPO-OPE-REG BY FD-OPERADOR-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(69).

       FD  DOCENTES.
       COPY "DOCREG.cpy" REPLACING NIVEL-DOC BY 01
                                   CAMPO-DOC-REG BY FD-DOCENTE-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-OPERADORES         PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABALHO           PIC X(02) VALUE ZEROS.
       01 WS-FS-DOCENTES           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-ID                    PIC X(08) VALUE SPACES.
       01 WS-NOME                  PIC X(30) VALUE SPACES.
       01 WS-PERFIL                PIC X(01) VALUE 'O'.
           88 WS-PERFIL-VALIDO            VALUE 'S' 'O' 'D'.
           88 WS-PERFIL-DOCENTE           VALUE 'D'.
      * Docente associado ao operador de perfil D (DOC-NUMERO).
       01 WS-DOCENTE               PIC 9(04) VALUE ZEROS.
       01 WS-DOCENTE-ACHADO        PIC X VALUE 'N'.
           88 WS-DOCENTE-VALIDO           VALUE 'S'.
       01 WS-ESTADO-NOVO           PIC X(01) VALUE SPACE.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

           DISPLAY "  3 - DESATIVAR OPERADOR"
           DISPLAY "  4 - REATIVAR OPERADOR"
           DISPLAY "  5 - LISTAR OPERADORES"
           DISPLAY "  6 - ALTERAR PERFIL (E DOCENTE ASSOCIADO)"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO
                   PERFORM ALTERA-OPERADOR
               WHEN 5
                   PERFORM LISTA-OPERADORES
               WHEN 6
                   MOVE 'P' TO WS-ESTADO-NOVO
                   PERFORM ALTERA-OPERADOR
               WHEN 0
                   CONTINUE
               WHEN OTHER
               ELSE
                   DISPLAY "NOME: "
                   ACCEPT WS-NOME
                   PERFORM PEDE-PERFIL
                   PERFORM PEDE-SENHA

                   OPEN EXTEND OPERADORES
                   MOVE WS-DATA-HOJE TO OPE-DATA-SENHA
                   MOVE ZEROS     TO OPE-FALHAS
                   MOVE 'A'       TO OPE-ESTADO
                   MOVE WS-DOCENTE TO OPE-DOCENTE
                   WRITE FD-OPERADOR-REG

                   CLOSE OPERADORES
               END-IF
           END-IF.

      * Perfil D = docente: so lanca notas nas suas atribuicoes
      * (PROGATRCON), por isso leva o DOC-NUMERO do mestre.
       PEDE-PERFIL.

           DISPLAY "PERFIL (S=SUPERVISOR, O=OPERADOR, D=DOCENTE): "
           ACCEPT WS-PERFIL
           IF NOT WS-PERFIL-VALIDO
               DISPLAY "PERFIL INVALIDO - ASSUMIDO O."
               MOVE 'O' TO WS-PERFIL
           END-IF

           MOVE ZEROS TO WS-DOCENTE
           IF WS-PERFIL-DOCENTE
               MOVE 'N' TO WS-DOCENTE-ACHADO
               PERFORM PEDE-DOCENTE
                   UNTIL WS-DOCENTE-VALIDO
           END-IF.

       PEDE-DOCENTE.

           DISPLAY "NUMERO DO DOCENTE (DOC-NUMERO, PROGDOCENTE): "
           MOVE ZEROS TO WS-DOCENTE
           ACCEPT WS-DOCENTE

           OPEN INPUT DOCENTES
           IF WS-FS-DOCENTES NOT = "00"
               DISPLAY "AVISO: DOCENTES.DAT NAO ENCONTRADO - NUMERO "
                       "ACEITE SEM VALIDACAO."
               IF WS-DOCENTE > ZEROS
                   SET WS-DOCENTE-VALIDO TO TRUE
               END-IF
           ELSE
               MOVE WS-DOCENTE TO DOC-NUMERO
               READ DOCENTES
               IF WS-FS-DOCENTES = "00" AND DOC-ATIVO
                   SET WS-DOCENTE-VALIDO TO TRUE
                   DISPLAY "DOCENTE: " DOC-NOME
               ELSE
                   DISPLAY "DOCENTE " WS-DOCENTE " INEXISTENTE OU "
                           "INATIVO - TENTE NOVAMENTE."
               END-IF
               CLOSE DOCENTES
           END-IF.

       PEDE-SENHA.

           DISPLAY "SENHA (ATE 16, LETRAS E DIGITOS): "
               IF WS-ESTADO-NOVO = 'S'
                   PERFORM PEDE-SENHA
               END-IF
               IF WS-ESTADO-NOVO = 'P'
                   PERFORM PEDE-PERFIL
               END-IF

               PERFORM REGRAVA-OPERADORES

                               "DESBLOQUEADA."
                   WHEN 'D'
                       DISPLAY "OPERADOR " WS-ID " DESATIVADO."
                   WHEN 'P'
                       DISPLAY "OPERADOR " WS-ID " COM PERFIL "
                               WS-PERFIL "."
                   WHEN OTHER
                       DISPLAY "OPERADOR " WS-ID " REATIVADO."
               END-EVALUATE
                       MOVE 'A'   TO OPE-ESTADO
                   WHEN 'D'
                       MOVE 'D' TO OPE-ESTADO
                   WHEN 'P'
                       MOVE WS-PERFIL  TO OPE-PERFIL
                       MOVE WS-DOCENTE TO OPE-DOCENTE
                   WHEN OTHER
                       MOVE 'A' TO OPE-ESTADO
                       MOVE ZEROS TO OPE-FALHAS
           DISPLAY "  " OPE-ID " | " OPE-NOME " | " OPE-PERFIL
                   " | " OPE-ESTADO " | FALHAS " OPE-FALHAS
                   " | SENHA DE " OPE-DATA-SENHA
           IF OPE-PERFIL = 'D'
               DISPLAY "           DOCENTE " OPE-DOCENTE
           END-IF
           ADD 1 TO WS-CONT-LISTADOS

           PERFORM LE-OPERADOR.
