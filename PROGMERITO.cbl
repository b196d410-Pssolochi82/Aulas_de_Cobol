      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: BOLSAS DE MERITO - A PARTIR DOS RESULTADOS FINAIS DE
      *          UM ANO LETIVO FECHADO (RESULTFIN.DAT) ATRIBUI OS
      *          DESCONTOS DE MERITO DO ANO SEGUINTE, COM A LISTA DAS
      *          BOLSAS E AS CARTAS AOS ENCARREGADOS.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. As bolsas de merito eram decididas a
      *            mao com a pauta final e lancadas uma a uma no
      *            PROGDESCONTO. Os escaloes vivem em MERITO.DAT
      *            (MERREG.cpy: media final minima e percentagem de
      *            desconto, ate 5 escaloes); sem o ficheiro valem os
      *            escaloes compilados de sempre. Opcoes:
      *              1 - listar os escaloes
      *              2 - definir ou retirar um escalao
      *              3 - atribuir as bolsas de um ano letivo fechado
      *                  (0 = o ultimo ano de RESULTFIN.DAT)
      *            Tem bolsa o aluno ativo sem disciplinas reprovadas
      *            (RF-REPROVADAS a zero) cuja media final atinge a
      *            media minima de um escalao - fica no escalao mais
      *            alto que atinge. Cada bolsa e um desconto P em
      *            DESCONTOS.DAT com motivo MER e vigencia do ano
      *            letivo seguinte (registo A de CALESCOLAR.DAT;
      *            sem ele, 1 de setembro a 31 de agosto). Um aluno
      *            que ja tenha o desconto MER com essa vigencia nao
      *            e atribuido de novo - correr o ano outra vez nao
      *            duplica bolsas nem cartas. Saem a lista MERITO.LIS
      *            (copiada para o spool) e as cartas ao encarregado
      *            e ao segundo responsavel em CARTAS.DAT, para o
      *            PROGDESPACHO. A sessao exige perfil de supervisor
      *            e cada atribuicao ou escalao alterado fica em
      *            AUDIT.DAT via PROGAUDIT (tipo MERITO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMERITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALOES     ASSIGN TO "MERITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCALOES.
           SELECT RESULT-FINAL ASSIGN TO "RESULTFIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT.
           SELECT DESCONTOS    ASSIGN TO "DESCONTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESCONTOS.
           SELECT CALENDARIO   ASSIGN TO "CALESCOLAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.
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
           SELECT LISTAGEM     ASSIGN TO "MERITO.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCALOES.
       COPY "MERREG.cpy" REPLACING NIVEL-MER BY 01
                                   CAMPO-MER-REG BY FD-ESCALAO-REG.

       FD  RESULT-FINAL.
       COPY "RESREG.cpy" REPLACING NIVEL-RF BY 01
                                   CAMPO-RF-REG BY FD-RESULT-REG.

       FD  DESCONTOS.
       COPY "DESREG.cpy" REPLACING NIVEL-DES BY 01
                                   CAMPO-DES-REG BY FD-DESCONTO-REG.

       FD  CALENDARIO.
       COPY "CLEREG.cpy" REPLACING NIVEL-CLE BY 01
                                   CAMPO-CLE-REG BY FD-CALENDARIO-REG.

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

       WORKING-STORAGE SECTION.
       01 WS-FS-ESCALOES           PIC X(02) VALUE ZEROS.
       01 WS-FS-RESULT             PIC X(02) VALUE ZEROS.
       01 WS-FS-DESCONTOS          PIC X(02) VALUE ZEROS.
       01 WS-FS-CALENDARIO         PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-CARTAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-DESCONTOS         PIC X VALUE 'N'.
           88 WS-SEM-MAIS-DESCONTOS       VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.
       01 WS-CONFIRMA              PIC X(01) VALUE SPACE.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

      * Escaloes em memoria, um lugar por escalao (percentagem a
      * zeros = escalao nao definido).
       01 WS-ESC-MAX               PIC 9(01) VALUE 5.
       01 WS-ESC-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-ESC-CONT              PIC 9(01) VALUE ZEROS.
       01 WS-ESC-TAB OCCURS 5 TIMES.
           03 WS-ES-MEDIA-MINIMA       PIC 9(02)V99.
           03 WS-ES-PERCENTAGEM        PIC 9(03)V99.
           03 WS-ES-DESCRICAO          PIC X(20).
       01 WS-ESC-ORIGEM            PIC X(01) VALUE 'C'.
           88 WS-ESC-DO-FICHEIRO          VALUE 'F'.
           88 WS-ESC-COMPILADOS           VALUE 'C'.

       01 WS-ESCALAO               PIC 9(01) VALUE ZEROS.
       01 WS-MEDIA-MINIMA          PIC 9(02)V99 VALUE ZEROS.
       01 WS-PERCENTAGEM           PIC 9(03)V99 VALUE ZEROS.
       01 WS-DESCRICAO             PIC X(20) VALUE SPACES.

      * Ano letivo fechado a tratar e vigencia das bolsas.
       01 WS-ANO-LETIVO            PIC 9(04) VALUE ZEROS.
       01 WS-ANO-SEGUINTE          PIC 9(04) VALUE ZEROS.
       01 WS-ANO-MAIS-RECENTE      PIC 9(04) VALUE ZEROS.
       01 WS-DATA-INICIO           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-INICIO.
           03 WS-DINI-ANO              PIC 9(04).
           03 WS-DINI-MMDD             PIC 9(04).
       01 WS-DATA-FIM              PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-FIM.
           03 WS-DFIM-ANO              PIC 9(04).
           03 WS-DFIM-MMDD             PIC 9(04).
       01 WS-CALENDARIO-ACHADO     PIC X VALUE 'N'.
           88 WS-HA-CALENDARIO            VALUE 'S'.

      * Aluno corrente.
       01 WS-MEDIA                 PIC 9(02)V99 VALUE ZEROS.
       01 WS-ESC-ALUNO             PIC 9(01) VALUE ZEROS.
       01 WS-ESC-MELHOR-MEDIA      PIC 9(02)V99 VALUE ZEROS.
       01 WS-BOLSA-ACHADA          PIC X VALUE 'N'.
           88 WS-BOLSA-JA-EXISTE          VALUE 'S'.
       01 WS-ALUNO-ACHADO          PIC X VALUE 'N'.
           88 WS-ALUNO-EXISTE             VALUE 'S'.
       01 WS-ALUNOS-ABERTO         PIC X VALUE 'N'.
           88 WS-HA-ALUNOS                VALUE 'S'.
       01 WS-CLIENTES-ABERTO       PIC X VALUE 'N'.
           88 WS-HA-CLIENTES              VALUE 'S'.
       01 WS-ENCARREGADO           PIC 9(06) VALUE ZEROS.
       01 WS-ENCARREGADO-2         PIC 9(06) VALUE ZEROS.

       01 WS-CAR-ENC               PIC 9(06) VALUE ZEROS.
       01 WS-ENC-NOME              PIC X(30) VALUE SPACES.
       01 WS-ENC-EMAIL             PIC X(50) VALUE SPACES.
       01 WS-CARTA-LINHA           PIC X(80) VALUE SPACES.

       01 WS-CONT-LIDOS            PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ATRIBUIDAS       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-EXISTENTES       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-INATIVOS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CARTAS           PIC 9(05) VALUE ZEROS.

       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-SITUACAO              PIC X(14) VALUE SPACES.
       01 WS-MEDIA-EDIT            PIC Z9.99.
       01 WS-PERC-EDIT             PIC ZZ9.99.
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.
       01 WS-DATA-A-EDITAR         PIC 9(08) VALUE ZEROS.
       01 WS-INICIO-EDIT           PIC X(10) VALUE SPACES.
       01 WS-FIM-EDIT              PIC X(10) VALUE SPACES.

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
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*           BOLSAS DE MERITO              *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-SIGNON-FALHOU OR SGN-FALHOU
                   DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                           "ENCERRADA."
               WHEN NOT SGN-SUPERVISOR
                   DISPLAY "AS BOLSAS DE MERITO EXIGEM PERFIL DE "
                           "SUPERVISOR - SESSAO ENCERRADA."
               WHEN OTHER
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                   PERFORM CARREGA-ESCALOES
                   PERFORM PROCESSA-OPCAO
                       UNTIL WS-OPCAO = ZERO
           END-EVALUATE

           DISPLAY "BOLSAS DE MERITO TERMINADO."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - LISTAR OS ESCALOES"
           DISPLAY "  2 - DEFINIR OU RETIRAR UM ESCALAO"
           DISPLAY "  3 - ATRIBUIR AS BOLSAS DE UM ANO LETIVO"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           MOVE ZERO TO WS-OPCAO
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTA-ESCALOES
               WHEN 2
                   PERFORM DEFINE-ESCALAO
               WHEN 3
                   PERFORM ATRIBUI-BOLSAS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * ESCALOES
      ******************************************************************
      * Sem MERITO.DAT valem os escaloes de sempre: 9,50 = 50%,
      * 9,00 = 25%, 8,50 = 10%.
       CARREGA-ESCALOES.

           PERFORM LIMPA-ESCALAO
               VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-MAX

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT ESCALOES
           IF WS-FS-ESCALOES = "00"
               SET WS-ESC-DO-FICHEIRO TO TRUE
               PERFORM LE-ESCALAO
               PERFORM GUARDA-ESCALAO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ESCALOES
           ELSE
               SET WS-ESC-COMPILADOS TO TRUE
               MOVE 9.50  TO WS-ES-MEDIA-MINIMA (1)
               MOVE 50.00 TO WS-ES-PERCENTAGEM (1)
               MOVE "EXCELENCIA" TO WS-ES-DESCRICAO (1)
               MOVE 9.00  TO WS-ES-MEDIA-MINIMA (2)
               MOVE 25.00 TO WS-ES-PERCENTAGEM (2)
               MOVE "MERITO" TO WS-ES-DESCRICAO (2)
               MOVE 8.50  TO WS-ES-MEDIA-MINIMA (3)
               MOVE 10.00 TO WS-ES-PERCENTAGEM (3)
               MOVE "MENCAO HONROSA" TO WS-ES-DESCRICAO (3)
           END-IF.

       LIMPA-ESCALAO.

           MOVE ZEROS  TO WS-ES-MEDIA-MINIMA (WS-ESC-IDX)
           MOVE ZEROS  TO WS-ES-PERCENTAGEM (WS-ESC-IDX)
           MOVE SPACES TO WS-ES-DESCRICAO (WS-ESC-IDX).

       LE-ESCALAO.

           READ ESCALOES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-ESCALAO.

           IF MER-ESCALAO >= 1 AND MER-ESCALAO <= WS-ESC-MAX
              AND MER-MEDIA-MINIMA NUMERIC
              AND MER-PERCENTAGEM NUMERIC
               MOVE MER-MEDIA-MINIMA
                    TO WS-ES-MEDIA-MINIMA (MER-ESCALAO)
               MOVE MER-PERCENTAGEM
                    TO WS-ES-PERCENTAGEM (MER-ESCALAO)
               MOVE MER-DESCRICAO
                    TO WS-ES-DESCRICAO (MER-ESCALAO)
           END-IF

           PERFORM LE-ESCALAO.

       LISTA-ESCALOES.

           DISPLAY " "
           IF WS-ESC-COMPILADOS
               DISPLAY "ESCALOES DE OMISSAO (SEM MERITO.DAT):"
           ELSE
               DISPLAY "ESCALOES DE MERITO.DAT:"
           END-IF

           MOVE ZERO TO WS-ESC-CONT
           PERFORM MOSTRA-ESCALAO
               VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-MAX

           IF WS-ESC-CONT = ZERO
               DISPLAY "  NENHUM ESCALAO DEFINIDO."
           END-IF.

       MOSTRA-ESCALAO.

           IF WS-ES-PERCENTAGEM (WS-ESC-IDX) > ZEROS
               ADD 1 TO WS-ESC-CONT
               MOVE WS-ES-MEDIA-MINIMA (WS-ESC-IDX) TO WS-MEDIA-EDIT
               MOVE WS-ES-PERCENTAGEM (WS-ESC-IDX) TO WS-PERC-EDIT
               DISPLAY "  ESCALAO " WS-ESC-IDX " | MEDIA MINIMA "
                       WS-MEDIA-EDIT " | DESCONTO " WS-PERC-EDIT
                       "% | " WS-ES-DESCRICAO (WS-ESC-IDX)
           END-IF.

      * Percentagem 0 retira o escalao. MERITO.DAT e regravado
      * inteiro a partir da tabela.
       DEFINE-ESCALAO.

           PERFORM LISTA-ESCALOES

           DISPLAY "ESCALAO (1 A " WS-ESC-MAX "): "
           MOVE ZERO TO WS-ESCALAO
           ACCEPT WS-ESCALAO

           IF WS-ESCALAO < 1 OR WS-ESCALAO > WS-ESC-MAX
               DISPLAY "ESCALAO INVALIDO - NADA ALTERADO."
           ELSE
               DISPLAY "PERCENTAGEM DE DESCONTO (0 = RETIRAR): "
               MOVE ZEROS TO WS-PERCENTAGEM
               ACCEPT WS-PERCENTAGEM
               IF WS-PERCENTAGEM > 100
                   DISPLAY "PERCENTAGEM ACIMA DE 100 - NADA "
                           "ALTERADO."
               ELSE
                   IF WS-PERCENTAGEM = ZEROS
                       MOVE ZEROS  TO WS-MEDIA-MINIMA
                       MOVE SPACES TO WS-DESCRICAO
                       PERFORM GUARDA-DEFINICAO
                   ELSE
                       PERFORM PEDE-MEDIA-ESCALAO
                   END-IF
               END-IF
           END-IF.

       PEDE-MEDIA-ESCALAO.

           DISPLAY "MEDIA FINAL MINIMA (0 A 10, EX. 9.50): "
           MOVE ZEROS TO WS-MEDIA-MINIMA
           ACCEPT WS-MEDIA-MINIMA

           IF WS-MEDIA-MINIMA = ZEROS OR WS-MEDIA-MINIMA > 10
               DISPLAY "MEDIA MINIMA INVALIDA - NADA ALTERADO."
           ELSE
               DISPLAY "DESCRICAO DO ESCALAO: "
               MOVE SPACES TO WS-DESCRICAO
               ACCEPT WS-DESCRICAO
               PERFORM GUARDA-DEFINICAO
           END-IF.

       GUARDA-DEFINICAO.

           MOVE WS-MEDIA-MINIMA TO WS-ES-MEDIA-MINIMA (WS-ESCALAO)
           MOVE WS-PERCENTAGEM  TO WS-ES-PERCENTAGEM (WS-ESCALAO)
           MOVE WS-DESCRICAO    TO WS-ES-DESCRICAO (WS-ESCALAO)

           OPEN OUTPUT ESCALOES
           PERFORM GRAVA-ESCALAO
               VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-MAX
           CLOSE ESCALOES
           SET WS-ESC-DO-FICHEIRO TO TRUE

           MOVE WS-MEDIA-MINIMA TO WS-MEDIA-EDIT
           MOVE WS-PERCENTAGEM  TO WS-PERC-EDIT
           MOVE SPACES TO AUD-DETALHE
           STRING "ESCALAO " WS-ESCALAO " MEDIA " WS-MEDIA-EDIT
                  " DESCONTO " WS-PERC-EDIT "%"
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING
           PERFORM REGISTA-AUDITORIA

           DISPLAY "ESCALAO " WS-ESCALAO " GRAVADO EM MERITO.DAT.".

       GRAVA-ESCALAO.

           IF WS-ES-PERCENTAGEM (WS-ESC-IDX) > ZEROS
               MOVE SPACES TO FD-ESCALAO-REG
               MOVE WS-ESC-IDX TO MER-ESCALAO
               MOVE WS-ES-MEDIA-MINIMA (WS-ESC-IDX)
                    TO MER-MEDIA-MINIMA
               MOVE WS-ES-PERCENTAGEM (WS-ESC-IDX)
                    TO MER-PERCENTAGEM
               MOVE WS-ES-DESCRICAO (WS-ESC-IDX) TO MER-DESCRICAO
               WRITE FD-ESCALAO-REG
           END-IF.

      ******************************************************************
      * ATRIBUICAO DAS BOLSAS
      ******************************************************************
       ATRIBUI-BOLSAS.

           MOVE ZERO TO WS-ESC-CONT
           PERFORM CONTA-ESCALAO
               VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-MAX

           PERFORM PROCURA-ANO-MAIS-RECENTE

           EVALUATE TRUE
               WHEN WS-ESC-CONT = ZERO
                   DISPLAY "NENHUM ESCALAO DEFINIDO - NADA A "
                           "ATRIBUIR."
               WHEN WS-ANO-MAIS-RECENTE = ZEROS
                   DISPLAY "RESULTFIN.DAT NAO ENCONTRADO OU VAZIO - "
                           "NENHUM ANO FECHADO."
               WHEN OTHER
                   PERFORM PEDE-ANO-LETIVO
           END-EVALUATE.

       CONTA-ESCALAO.

           IF WS-ES-PERCENTAGEM (WS-ESC-IDX) > ZEROS
               ADD 1 TO WS-ESC-CONT
           END-IF.

       PROCURA-ANO-MAIS-RECENTE.

           MOVE ZEROS TO WS-ANO-MAIS-RECENTE
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT RESULT-FINAL
           IF WS-FS-RESULT = "00"
               PERFORM LE-RESULTADO
               PERFORM VERIFICA-ANO-RESULTADO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE RESULT-FINAL
           END-IF.

       LE-RESULTADO.

           READ RESULT-FINAL
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-ANO-RESULTADO.

           IF RF-ANO-LETIVO NUMERIC
              AND RF-ANO-LETIVO > WS-ANO-MAIS-RECENTE
               MOVE RF-ANO-LETIVO TO WS-ANO-MAIS-RECENTE
           END-IF

           PERFORM LE-RESULTADO.

       PEDE-ANO-LETIVO.

           DISPLAY "ANO LETIVO FECHADO (AAAA, 0 = "
                   WS-ANO-MAIS-RECENTE "): "
           MOVE ZEROS TO WS-ANO-LETIVO
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO = ZEROS
               MOVE WS-ANO-MAIS-RECENTE TO WS-ANO-LETIVO
           END-IF

           IF WS-ANO-LETIVO > WS-ANO-MAIS-RECENTE
               DISPLAY "O ANO " WS-ANO-LETIVO " AINDA NAO TEM "
                       "RESULTADOS FINAIS - NADA ATRIBUIDO."
           ELSE
               PERFORM CALCULA-VIGENCIA
               MOVE WS-DATA-INICIO TO WS-DATA-A-EDITAR
               PERFORM EDITA-DATA
               MOVE WS-DATA-EDIT TO WS-INICIO-EDIT
               MOVE WS-DATA-FIM TO WS-DATA-A-EDITAR
               PERFORM EDITA-DATA
               MOVE WS-DATA-EDIT TO WS-FIM-EDIT
               PERFORM LISTA-ESCALOES
               DISPLAY "BOLSAS DO ANO LETIVO " WS-ANO-LETIVO
                       " COM VIGENCIA DE " WS-INICIO-EDIT " A "
                       WS-FIM-EDIT "."
               DISPLAY "CONFIRMA A ATRIBUICAO (S/N)? "
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   PERFORM PROCESSA-ATRIBUICAO
               ELSE
                   DISPLAY "ATRIBUICAO CANCELADA."
               END-IF
           END-IF.

      * A bolsa vale o ano letivo seguinte ao fechado: o registo A
      * de CALESCOLAR.DAT desse ano ou, sem ele, de 1 de setembro a
      * 31 de agosto.
       CALCULA-VIGENCIA.

           COMPUTE WS-ANO-SEGUINTE = WS-ANO-LETIVO + 1
           MOVE WS-ANO-SEGUINTE TO WS-DINI-ANO
           MOVE 0901 TO WS-DINI-MMDD
           COMPUTE WS-DFIM-ANO = WS-ANO-SEGUINTE + 1
           MOVE 0831 TO WS-DFIM-MMDD

           MOVE 'N' TO WS-CALENDARIO-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT CALENDARIO
           IF WS-FS-CALENDARIO = "00"
               PERFORM LE-CALENDARIO
               PERFORM VERIFICA-CALENDARIO
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-HA-CALENDARIO
               CLOSE CALENDARIO
           END-IF.

       LE-CALENDARIO.

           READ CALENDARIO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       VERIFICA-CALENDARIO.

           IF CLE-ANO-LETIVO = WS-ANO-SEGUINTE AND CLE-ANO
               SET WS-HA-CALENDARIO TO TRUE
               MOVE CLE-INICIO TO WS-DATA-INICIO
               MOVE CLE-FIM    TO WS-DATA-FIM
           ELSE
               PERFORM LE-CALENDARIO
           END-IF.

       PROCESSA-ATRIBUICAO.

           MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-ATRIBUIDAS
                         WS-CONT-EXISTENTES WS-CONT-INATIVOS
                         WS-CONT-CARTAS

           MOVE 'N' TO WS-ALUNOS-ABERTO WS-CLIENTES-ABERTO
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS = "00"
               SET WS-HA-ALUNOS TO TRUE
           END-IF
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
           STRING "BOLSAS DE MERITO - ANO LETIVO " WS-ANO-LETIVO
                  " - VIGENCIA " WS-INICIO-EDIT " A " WS-FIM-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE "ALUNO  NOME                           TURMA MEDIA "
               & "ESC  DESC.% SITUACAO" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT RESULT-FINAL
           PERFORM LE-RESULTADO
           PERFORM AVALIA-RESULTADO
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE RESULT-FINAL

           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "RESULTADOS " WS-CONT-LIDOS
                  " | BOLSAS NOVAS " WS-CONT-ATRIBUIDAS
                  " | JA ATRIBUIDAS " WS-CONT-EXISTENTES
                  " | INATIVOS " WS-CONT-INATIVOS
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           CLOSE LISTAGEM

           CLOSE CARTAS
           IF WS-HA-CLIENTES
               CLOSE CLIENTES
           END-IF
           IF WS-HA-ALUNOS
               CLOSE ALUNOS
           END-IF

           DISPLAY "RESULTADOS DO ANO LIDOS: " WS-CONT-LIDOS
           DISPLAY "BOLSAS ATRIBUIDAS:       " WS-CONT-ATRIBUIDAS
           DISPLAY "JA ATRIBUIDAS ANTES:     " WS-CONT-EXISTENTES
           DISPLAY "ALUNOS INATIVOS:         " WS-CONT-INATIVOS
           DISPLAY "CARTAS EM CARTAS.DAT:    " WS-CONT-CARTAS
           DISPLAY "LISTA EM MERITO.LIS."

           MOVE "MERITO" TO SPL-RELATORIO
           PERFORM ENVIA-AO-SPOOL

           MOVE SPACES TO AUD-DETALHE
           STRING "ANO " WS-ANO-LETIVO " BOLSAS " WS-CONT-ATRIBUIDAS
                  " JA EXISTENTES " WS-CONT-EXISTENTES
                  " INICIO " WS-DATA-INICIO
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING
           PERFORM REGISTA-AUDITORIA.

       AVALIA-RESULTADO.

           IF RF-ANO-LETIVO = WS-ANO-LETIVO
               ADD 1 TO WS-CONT-LIDOS
               PERFORM CLASSIFICA-ALUNO
               IF WS-ESC-ALUNO > ZERO
                   PERFORM TRATA-CANDIDATO
               END-IF
           END-IF

           PERFORM LE-RESULTADO.

      * Escalao mais alto que o aluno atinge; com reprovacoes ou sem
      * media valida fica sem escalao.
       CLASSIFICA-ALUNO.

           MOVE ZERO  TO WS-ESC-ALUNO
           MOVE ZEROS TO WS-ESC-MELHOR-MEDIA WS-MEDIA

           IF RF-REPROVADAS NUMERIC AND RF-REPROVADAS = ZEROS
              AND RF-MEDIA NOT = SPACES
               MOVE RF-MEDIA TO WS-MEDIA
               PERFORM COMPARA-ESCALAO
                   VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-MAX
           END-IF.

       COMPARA-ESCALAO.

           IF WS-ES-PERCENTAGEM (WS-ESC-IDX) > ZEROS
              AND WS-MEDIA >= WS-ES-MEDIA-MINIMA (WS-ESC-IDX)
              AND WS-ES-MEDIA-MINIMA (WS-ESC-IDX)
                  > WS-ESC-MELHOR-MEDIA
               MOVE WS-ESC-IDX TO WS-ESC-ALUNO
               MOVE WS-ES-MEDIA-MINIMA (WS-ESC-IDX)
                    TO WS-ESC-MELHOR-MEDIA
           END-IF.

       TRATA-CANDIDATO.

           PERFORM LE-ALUNO
           PERFORM PROCURA-BOLSA-EXISTENTE

           EVALUATE TRUE
               WHEN NOT WS-ALUNO-EXISTE
                   ADD 1 TO WS-CONT-INATIVOS
                   MOVE "ALUNO INATIVO" TO WS-SITUACAO
               WHEN WS-BOLSA-JA-EXISTE
                   ADD 1 TO WS-CONT-EXISTENTES
                   MOVE "JA ATRIBUIDA" TO WS-SITUACAO
               WHEN OTHER
                   PERFORM GRAVA-BOLSA
                   ADD 1 TO WS-CONT-ATRIBUIDAS
                   MOVE "ATRIBUIDA" TO WS-SITUACAO
                   MOVE WS-ENCARREGADO TO WS-CAR-ENC
                   PERFORM PROCURA-ENCARREGADO
                   PERFORM ESCREVE-CARTA
      * O segundo responsavel recebe carta propria.
                   IF WS-ENCARREGADO-2 NOT = ZEROS
                       MOVE WS-ENCARREGADO-2 TO WS-CAR-ENC
                       PERFORM PROCURA-ENCARREGADO
                       PERFORM ESCREVE-CARTA
                   END-IF
           END-EVALUATE

           MOVE WS-MEDIA TO WS-MEDIA-EDIT
           MOVE WS-ES-PERCENTAGEM (WS-ESC-ALUNO) TO WS-PERC-EDIT
           MOVE SPACES TO WS-LINHA
           STRING RF-ALUNO " " RF-NOME " " RF-TURMA " " WS-MEDIA-EDIT
                  "  " WS-ESC-ALUNO "  " WS-PERC-EDIT " "
                  WS-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

      * Sem ALUNOS.DAT o aluno e aceite, sem encarregados.
       LE-ALUNO.

           MOVE 'N' TO WS-ALUNO-ACHADO
           MOVE ZEROS TO WS-ENCARREGADO WS-ENCARREGADO-2

           IF NOT WS-HA-ALUNOS
               SET WS-ALUNO-EXISTE TO TRUE
           ELSE
               MOVE RF-ALUNO TO ALU-NUMERO
               READ ALUNOS
               IF WS-FS-ALUNOS = "00" AND ALU-ATIVO
                   SET WS-ALUNO-EXISTE TO TRUE
                   MOVE ALU-ENCARREGADO   TO WS-ENCARREGADO
                   MOVE ALU-ENCARREGADO-2 TO WS-ENCARREGADO-2
               END-IF
           END-IF.

      * A bolsa ja existe quando o aluno tem um desconto MER com
      * inicio na mesma data.
       PROCURA-BOLSA-EXISTENTE.

           MOVE 'N' TO WS-BOLSA-ACHADA
           MOVE 'N' TO WS-FIM-DESCONTOS

           OPEN INPUT DESCONTOS
           IF WS-FS-DESCONTOS = "00"
               PERFORM LE-DESCONTO
               PERFORM VERIFICA-DESCONTO
                   UNTIL WS-SEM-MAIS-DESCONTOS
                      OR WS-BOLSA-JA-EXISTE
               CLOSE DESCONTOS
           END-IF.

       LE-DESCONTO.

           READ DESCONTOS
               AT END SET WS-SEM-MAIS-DESCONTOS TO TRUE
           END-READ.

       VERIFICA-DESCONTO.

           IF DES-ALUNO = RF-ALUNO
              AND DES-MOTIVO = "MER"
              AND DES-INICIO = WS-DATA-INICIO
               SET WS-BOLSA-JA-EXISTE TO TRUE
           ELSE
               PERFORM LE-DESCONTO
           END-IF.

       GRAVA-BOLSA.

           OPEN EXTEND DESCONTOS
           IF WS-FS-DESCONTOS = "35"
               OPEN OUTPUT DESCONTOS
               CLOSE DESCONTOS
               OPEN EXTEND DESCONTOS
           END-IF

           MOVE RF-ALUNO       TO DES-ALUNO
           MOVE 'P'            TO DES-TIPO
           MOVE WS-ES-PERCENTAGEM (WS-ESC-ALUNO) TO DES-VALOR
           MOVE "MER"          TO DES-MOTIVO
           MOVE WS-DATA-INICIO TO DES-INICIO
           MOVE WS-DATA-FIM    TO DES-FIM
           WRITE FD-DESCONTO-REG

           CLOSE DESCONTOS.

      ******************************************************************
      * CARTA AO ENCARREGADO
      ******************************************************************
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
           STRING "ATRIBUICAO DE BOLSA DE MERITO - ANO LETIVO "
                  WS-ANO-LETIVO
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "ALUNO: " RF-ALUNO " " RF-NOME " TURMA " RF-TURMA
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE WS-MEDIA TO WS-MEDIA-EDIT
           MOVE SPACES TO WS-CARTA-LINHA
           STRING "MEDIA FINAL " WS-MEDIA-EDIT
                  " SEM REPROVACOES - ESCALAO " WS-ESC-ALUNO " "
                  WS-ES-DESCRICAO (WS-ESC-ALUNO)
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE WS-ES-PERCENTAGEM (WS-ESC-ALUNO) TO WS-PERC-EDIT
           MOVE SPACES TO WS-CARTA-LINHA
           STRING "DESCONTO DE " WS-PERC-EDIT
                  "% NAS PROPINAS DE " WS-INICIO-EDIT " A "
                  WS-FIM-EDIT
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE ALL "=" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

           ADD 1 TO WS-CONT-CARTAS.

       GRAVA-LINHA-CARTA.

           MOVE WS-CARTA-LINHA TO FD-CARTA-REG
           WRITE FD-CARTA-REG.

      ******************************************************************
      * UTILITARIOS
      ******************************************************************
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

           MOVE "MERITO.LIS" TO SPL-FICHEIRO
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

           MOVE "PROGMERITO"     TO AUD-PROGRAMA
           MOVE "MERITO"         TO AUD-TIPO
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
       END PROGRAM PROGMERITO.
