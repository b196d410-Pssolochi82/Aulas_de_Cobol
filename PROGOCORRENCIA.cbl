      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: REGISTO DE OCORRENCIAS DISCIPLINARES - REGISTO DA
      *          OCORRENCIA COM A MEDIDA APLICADA, FALTAS DA
      *          SUSPENSAO, CARTA AO ENCARREGADO E RELATORIOS POR
      *          TURMA E POR ALUNO PARA O CONSELHO DE TURMA.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. As ocorrencias de comportamento nao
      *            tinham registo e o conselho de turma reunia sem os
      *            factos num so sitio. Cada ocorrencia fica em
      *            OCORRENCIAS.DAT (OCOREG.cpy, chave aluno + data +
      *            sequencia) com a turma da matricula, o docente que
      *            participou (DOCENTES.DAT), o tipo (tabela
      *            OCORRENCIA de TABELAS.DAT via PROGTABCON), a
      *            descricao e a medida: advertencia, suspensao ou so
      *            registo. A suspensao de N dias uteis (PROGDIAUTIL)
      *            a partir do dia util seguinte grava em FALTAS.DAT
      *            uma falta NAO justificada por disciplina com tempo
      *            no horario da turma (HORARIOS.DAT) em cada dia.
      *            Cada ocorrencia gera carta ao encarregado (e ao
      *            segundo responsavel) em CARTAS.DAT. Os relatorios
      *            por turma e por aluno saem para o ecra e para
      *            OCORREN.LIS, copiada para o spool.
      * 15/10/26 - A carta leva a linha "CLIENTE: <numero do
      *            encarregado>" a seguir ao e-mail, para o PROGDESPACHO
      *            respeitar os consentimentos de contacto
      *            (PROGCONSCON).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOCORRENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCORRENCIAS ASSIGN TO "OCORRENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS WS-FS-OCORRENCIAS.
           SELECT ALUNOS      ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NUMERO
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT DOCENTES    ASSIGN TO "DOCENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-NUMERO
               FILE STATUS IS WS-FS-DOCENTES.
           SELECT CLIENTES    ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT MATRICULAS  ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATRICULAS.
           SELECT HORARIOS    ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HORARIOS.
           SELECT FALTAS      ASSIGN TO "FALTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FALTAS.
           SELECT CARTAS      ASSIGN TO "CARTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTAS.
           SELECT CONTROLE    ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT LISTAGEM    ASSIGN TO "OCORREN.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
       DATA DIVISION.
       FILE SECTION.
       FD  OCORRENCIAS.
       COPY "OCOREG.cpy" REPLACING NIVEL-OCO BY 01
                                   CAMPO-OCO-REG BY FD-OCORRENCIA-REG.

       FD  ALUNOS.
       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY FD-ALUNO-REG.

       FD  DOCENTES.
       COPY "DOCREG.cpy" REPLACING NIVEL-DOC BY 01
                                   CAMPO-DOC-REG BY FD-DOCENTE-REG.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  MATRICULAS.
       COPY "MATREG.cpy" REPLACING NIVEL-MAT BY 01
                                   CAMPO-MAT-REG BY FD-MATRICULA-REG.

       FD  HORARIOS.
       COPY "HORREG.cpy" REPLACING NIVEL-HOR BY 01
                                   CAMPO-HOR-REG BY FD-HORARIO-REG.

       FD  FALTAS.
       COPY "FALREG.cpy" REPLACING NIVEL-FAL BY 01
                                   CAMPO-FAL-REG BY FD-FALTA-REG.

       FD  CARTAS.
       01  FD-CARTA-REG                PIC X(80).

       FD  CONTROLE.
       01  FD-CTL-REGISTO              PIC X(80).

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CTLGERAL.cpy".

       01 WS-FS-OCORRENCIAS        PIC X(02) VALUE ZEROS.
       01 WS-FS-ALUNOS             PIC X(02) VALUE ZEROS.
       01 WS-FS-DOCENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-MATRICULAS         PIC X(02) VALUE ZEROS.
       01 WS-FS-HORARIOS           PIC X(02) VALUE ZEROS.
       01 WS-FS-FALTAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-CARTAS             PIC X(02) VALUE ZEROS.
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
       01 WS-NOME-ALUNO            PIC X(30) VALUE SPACES.
       01 WS-TURMA                 PIC X(05) VALUE SPACES.
       01 WS-DOCENTE-NUM           PIC 9(04) VALUE ZEROS.
       01 WS-TIPO                  PIC X(10) VALUE SPACES.
       01 WS-TIPO-DESCRICAO        PIC X(30) VALUE SPACES.
       01 WS-DESCRICAO             PIC X(60) VALUE SPACES.
       01 WS-MEDIDA                PIC X VALUE SPACE.
       01 WS-DIAS-SUSPENSAO        PIC 9(02) VALUE ZEROS.

       01 WS-ALUNOS-ABERTO         PIC X VALUE 'N'.
           88 WS-ALUNOS-DISPONIVEL        VALUE 'S'.
       01 WS-DOCENTES-ABERTO       PIC X VALUE 'N'.
           88 WS-DOCENTES-DISPONIVEL      VALUE 'S'.
       01 WS-ALUNO-ACHADO          PIC X VALUE 'N'.
           88 WS-ALUNO-EXISTE             VALUE 'S'.
       01 WS-TIPO-VALIDADO         PIC X VALUE 'N'.
           88 WS-TIPO-VALIDO              VALUE 'S'.

       01 WS-DATA-OCORRENCIA       PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WS-DATA-OCORRENCIA.
           03 WS-DOC-DIA               PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DOC-MES               PIC X(02).
           03 FILLER                   PIC X(01).
           03 WS-DOC-ANO               PIC X(04).
       01 WS-DATA-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DA-ANO                PIC X(04).
           03 WS-DA-MES                PIC X(02).
           03 WS-DA-DIA                PIC X(02).
       01 WS-DATA-VALIDADA         PIC X VALUE 'N'.
           88 WS-DATA-BOA                 VALUE 'S'.

      * Disciplinas do aluno no ano corrente, da matricula.
       01 WS-MTA-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-MTA-MAX               PIC 9(02) VALUE 20.
       01 WS-MTA-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-MTA-TAB OCCURS 20 TIMES.
           03 WS-MTA-TURMA             PIC X(05).
           03 WS-MTA-MATERIA           PIC A(30).

      * Tempos do horario dessas disciplinas (turma/disciplina/dia).
       01 WS-HRA-CONT              PIC 9(03) VALUE ZEROS.
       01 WS-HRA-MAX               PIC 9(03) VALUE 150.
       01 WS-HRA-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-HRA-TAB OCCURS 150 TIMES.
           03 WS-HRA-TURMA             PIC X(05).
           03 WS-HRA-MATERIA           PIC A(30).
           03 WS-HRA-DIA-SEMANA        PIC 9(01).
       01 WS-TEMPO-ACHADO          PIC X VALUE 'N'.
           88 WS-TEM-TEMPO                VALUE 'S'.

      * Dias de suspensao (dias uteis seguidos ao da ocorrencia).
       01 WS-DIAS-CONTADOS         PIC 9(02) VALUE ZEROS.
       01 WS-DATA-SUSPENSAO        PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SUSPENSAO.
           03 WS-DSU-ANO               PIC X(04).
           03 WS-DSU-MES               PIC X(02).
           03 WS-DSU-DIA               PIC X(02).
       01 WS-INICIO-SUSPENSAO      PIC 9(08) VALUE ZEROS.
       01 WS-DIA-SEMANA            PIC 9(01) VALUE ZERO.
       01 WS-SUSPENSAO-ERRO        PIC X VALUE 'N'.
           88 WS-SUSPENSAO-FALHOU         VALUE 'S'.
       01 WS-CONT-FALTAS           PIC 9(03) VALUE ZEROS.

      * Carta ao encarregado.
       01 WS-CARTA-LINHA           PIC X(80) VALUE SPACES.
       01 WS-CAR-ENC               PIC 9(06) VALUE ZEROS.
       01 WS-CAR-ENC-1             PIC 9(06) VALUE ZEROS.
       01 WS-CAR-ENC-2             PIC 9(06) VALUE ZEROS.
       01 WS-ENC-NOME              PIC X(30) VALUE SPACES.
       01 WS-ENC-EMAIL             PIC X(50) VALUE SPACES.
       01 WS-CONT-CARTAS           PIC 9(01) VALUE ZERO.
       01 WS-MEDIDA-TX             PIC X(60) VALUE SPACES.

      * Relatorios.
       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.
       01 WS-MEDIDA-CURTA          PIC X(14) VALUE SPACES.
       01 WS-TOT-OCORRENCIAS       PIC 9(04) VALUE ZEROS.
       01 WS-TOT-ADVERTENCIAS      PIC 9(04) VALUE ZEROS.
       01 WS-TOT-SUSPENSOES        PIC 9(04) VALUE ZEROS.
       01 WS-TOT-DIAS-SUSP         PIC 9(04) VALUE ZEROS.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-TABCON            PIC X VALUE 'N'.
           88 WS-TABCON-FALHOU            VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.

       01 VALDATA-PARAMETRES.
           02 VD-DIA                   PIC 99.
           02 VD-MES                   PIC 99.
           02 VD-ANO                   PIC 9(04).
           02 VD-DATA-VALIDA           PIC X.
               88 VD-VALIDA                   VALUE 'S'.
               88 VD-INVALIDA                 VALUE 'N'.

       01 DATAS-PARAMETRES.
           02 DT-FUNCAO                PIC X(01).
           02 DT-DATA1                 PIC 9(08).
           02 DT-DATA2                 PIC 9(08).
           02 DT-DIAS                  PIC S9(05).
           02 DT-DIA-SEMANA            PIC 9(01).
           02 DT-RESULTADO             PIC X(01).
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

       01 DIAUTIL-PARAMETRES.
           02 DU-FUNCAO                PIC X(01).
               88 DU-E-DIA-UTIL               VALUE 'E'.
               88 DU-PROXIMO-UTIL             VALUE 'P'.
           02 DU-DATA                  PIC 9(08).
           02 DU-E-UTIL                PIC X(01).
               88 DU-UTIL                     VALUE 'S'.
               88 DU-NAO-UTIL                 VALUE 'N'.
           02 DU-PROXIMO               PIC 9(08).
           02 DU-RESULTADO             PIC X(01).
               88 DU-OK                       VALUE 'S'.
               88 DU-INVALIDO                 VALUE 'N'.

       01 TABCON-PARAMETRES.
           02 TBC-TABELA               PIC X(10).
           02 TBC-CODIGO               PIC X(20).
           02 TBC-DATA                 PIC 9(08).
           02 TBC-DESCRICAO            PIC X(30).
           02 TBC-RESULTADO            PIC X(01).
               88 TBC-ENCONTRADO              VALUE 'S'.
               88 TBC-NAO-ENCONTRADO          VALUE 'N'.
               88 TBC-SEM-FICHEIRO            VALUE 'F'.

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
           DISPLAY "*   REGISTO DE OCORRENCIAS DISCIPLINARES  *"
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
               OPEN INPUT ALUNOS
               IF WS-FS-ALUNOS = "00"
                   SET WS-ALUNOS-DISPONIVEL TO TRUE
               END-IF
               OPEN INPUT DOCENTES
               IF WS-FS-DOCENTES = "00"
                   SET WS-DOCENTES-DISPONIVEL TO TRUE
               END-IF
               PERFORM ABRE-OCORRENCIAS

               PERFORM PROCESSA-OPCAO
                   UNTIL WS-OPCAO = ZERO

               CLOSE OCORRENCIAS
               IF WS-ALUNOS-DISPONIVEL
                   CLOSE ALUNOS
               END-IF
               IF WS-DOCENTES-DISPONIVEL
                   CLOSE DOCENTES
               END-IF
           END-IF

           DISPLAY "REGISTO DE OCORRENCIAS TERMINADO."
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

       ABRE-OCORRENCIAS.

           OPEN I-O OCORRENCIAS
           IF WS-FS-OCORRENCIAS = "35"
               OPEN OUTPUT OCORRENCIAS
               CLOSE OCORRENCIAS
               OPEN I-O OCORRENCIAS
           END-IF.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - REGISTAR OCORRENCIA"
           DISPLAY "  2 - RELATORIO POR TURMA"
           DISPLAY "  3 - RELATORIO POR ALUNO"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REGISTA-OCORRENCIA
               WHEN 2
                   PERFORM RELATORIO-TURMA
               WHEN 3
                   PERFORM RELATORIO-ALUNO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * REGISTO DE UMA OCORRENCIA
      ******************************************************************
       REGISTA-OCORRENCIA.

           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-ALUNO-NUM

           PERFORM LE-ALUNO-MESTRE
           IF NOT WS-ALUNO-EXISTE
               DISPLAY "ALUNO " WS-ALUNO-NUM " NAO EXISTE NO MESTRE "
                       "DE ALUNOS (OU ESTA INATIVO)."
           ELSE
               DISPLAY "ALUNO: " WS-NOME-ALUNO
               PERFORM CARREGA-DISCIPLINAS-ALUNO
               PERFORM PEDE-TURMA
               PERFORM PEDE-DATA-OCORRENCIA
               IF WS-DATA-BOA
                   PERFORM PEDE-DADOS-OCORRENCIA
               END-IF
           END-IF.

       LE-ALUNO-MESTRE.

           MOVE 'N' TO WS-ALUNO-ACHADO
           MOVE "(SEM REGISTO NO MESTRE)" TO WS-NOME-ALUNO
           MOVE ZEROS TO WS-CAR-ENC-1 WS-CAR-ENC-2
           IF WS-ALUNOS-DISPONIVEL
               MOVE WS-ALUNO-NUM TO ALU-NUMERO
               READ ALUNOS
               IF WS-FS-ALUNOS = "00" AND ALU-ATIVO
                   SET WS-ALUNO-EXISTE TO TRUE
                   MOVE ALU-NOME        TO WS-NOME-ALUNO
                   MOVE ALU-ENCARREGADO TO WS-CAR-ENC-1
                   IF ALU-ENCARREGADO-2 NUMERIC
                       MOVE ALU-ENCARREGADO-2 TO WS-CAR-ENC-2
                   END-IF
               END-IF
           END-IF.

      * A turma e a da matricula do ano; sem matricula o operador
      * indica-a.
       PEDE-TURMA.

           IF WS-MTA-CONT > ZERO
               MOVE WS-MTA-TURMA (1) TO WS-TURMA
               DISPLAY "TURMA: " WS-TURMA
           ELSE
               DISPLAY "ALUNO SEM MATRICULA NO ANO " CTL-ANO-LETIVO
                       " - CODIGO DA TURMA: "
               MOVE SPACES TO WS-TURMA
               ACCEPT WS-TURMA
           END-IF.

       PEDE-DATA-OCORRENCIA.

           MOVE 'N' TO WS-DATA-VALIDADA

           DISPLAY "DATA DA OCORRENCIA (DD/MM/AAAA): "
           ACCEPT WS-DATA-OCORRENCIA

           MOVE WS-DOC-DIA TO VD-DIA
           MOVE WS-DOC-MES TO VD-MES
           MOVE WS-DOC-ANO TO VD-ANO
           SET VD-INVALIDA TO TRUE
           MOVE 'N' TO WS-IND-CHAMADA

           CALL 'PROGVALDATA' USING VALDATA-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU OR VD-INVALIDA
               DISPLAY "DATA INVALIDA - OCORRENCIA NAO REGISTADA."
           ELSE
               MOVE WS-DOC-ANO TO WS-DA-ANO
               MOVE WS-DOC-MES TO WS-DA-MES
               MOVE WS-DOC-DIA TO WS-DA-DIA
               SET WS-DATA-BOA TO TRUE
           END-IF.

       PEDE-DADOS-OCORRENCIA.

           DISPLAY "NUMERO DO DOCENTE QUE PARTICIPOU: "
           ACCEPT WS-DOCENTE-NUM

           MOVE WS-DOCENTE-NUM TO DOC-NUMERO
           PERFORM LE-DOCENTE

           IF WS-FS-DOCENTES NOT = "00"
               DISPLAY "DOCENTE " WS-DOCENTE-NUM " NAO EXISTE NO "
                       "MESTRE (PROGDOCENTE) - OCORRENCIA NAO "
                       "REGISTADA."
           ELSE
               DISPLAY "DOCENTE: " DOC-NOME
               PERFORM PEDE-TIPO
               IF WS-TIPO-VALIDO
                   DISPLAY "DESCRICAO DA OCORRENCIA: "
                   MOVE SPACES TO WS-DESCRICAO
                   ACCEPT WS-DESCRICAO
                   PERFORM PEDE-MEDIDA
                   PERFORM GRAVA-OCORRENCIA
               ELSE
                   DISPLAY "TIPO DE OCORRENCIA INEXISTENTE NA TABELA "
                           "OCORRENCIA (PROGTABELA) - OCORRENCIA NAO "
                           "REGISTADA."
               END-IF
           END-IF.

       LE-DOCENTE.

           IF WS-DOCENTES-DISPONIVEL
               READ DOCENTES
           ELSE
               MOVE "35" TO WS-FS-DOCENTES
           END-IF.

      * O tipo e um codigo da tabela OCORRENCIA de TABELAS.DAT; sem
      * o ficheiro o codigo e aceite com aviso, como as outras
      * validacoes fazem quando a referencia falta.
       PEDE-TIPO.

           MOVE 'N' TO WS-TIPO-VALIDADO
           MOVE SPACES TO WS-TIPO-DESCRICAO

           DISPLAY "TIPO DE OCORRENCIA (CODIGO DA TABELA "
                   "OCORRENCIA): "
           MOVE SPACES TO WS-TIPO
           ACCEPT WS-TIPO

           MOVE "OCORRENCIA" TO TBC-TABELA
           MOVE WS-TIPO TO TBC-CODIGO
           MOVE WS-DATA-AAAAMMDD TO TBC-DATA

           MOVE 'N' TO WS-IND-TABCON
           CALL 'PROGTABCON' USING TABCON-PARAMETRES
               ON EXCEPTION
                   SET WS-TABCON-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-TIPO = SPACES
                   CONTINUE
               WHEN WS-TABCON-FALHOU OR TBC-SEM-FICHEIRO
                   DISPLAY "AVISO: TABELAS.DAT INDISPONIVEL - TIPO "
                           "ACEITE SEM VALIDACAO."
                   MOVE WS-TIPO TO WS-TIPO-DESCRICAO
                   SET WS-TIPO-VALIDO TO TRUE
               WHEN TBC-ENCONTRADO
                   MOVE TBC-DESCRICAO TO WS-TIPO-DESCRICAO
                   DISPLAY "TIPO: " WS-TIPO-DESCRICAO
                   SET WS-TIPO-VALIDO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PEDE-MEDIDA.

           DISPLAY "MEDIDA (A = ADVERTENCIA, S = SUSPENSAO, "
                   "N = SO REGISTO): "
           MOVE SPACE TO WS-MEDIDA
           ACCEPT WS-MEDIDA

           EVALUATE WS-MEDIDA
               WHEN 'a'
                   MOVE 'A' TO WS-MEDIDA
               WHEN 's'
                   MOVE 'S' TO WS-MEDIDA
               WHEN 'n'
                   MOVE 'N' TO WS-MEDIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MEDIDA NOT = 'A' AND WS-MEDIDA NOT = 'S'
              AND WS-MEDIDA NOT = 'N'
               DISPLAY "MEDIDA INVALIDA - TENTE NOVAMENTE."
               PERFORM PEDE-MEDIDA
           ELSE
               MOVE ZEROS TO WS-DIAS-SUSPENSAO
               IF WS-MEDIDA = 'S'
                   PERFORM PEDE-DIAS-SUSPENSAO
               END-IF
           END-IF.

       PEDE-DIAS-SUSPENSAO.

           DISPLAY "DIAS UTEIS DE SUSPENSAO (1 A 12): "
           ACCEPT WS-DIAS-SUSPENSAO

           IF WS-DIAS-SUSPENSAO < 1 OR WS-DIAS-SUSPENSAO > 12
               DISPLAY "NUMERO DE DIAS INVALIDO - TENTE NOVAMENTE."
               PERFORM PEDE-DIAS-SUSPENSAO
           END-IF.

      * Varias ocorrencias do mesmo aluno no mesmo dia distinguem-se
      * pela sequencia: procura-se a primeira livre.
       GRAVA-OCORRENCIA.

           MOVE WS-ALUNO-NUM     TO OCO-ALUNO
           MOVE WS-DATA-AAAAMMDD TO OCO-DATA
           MOVE 1 TO OCO-SEQ
           READ OCORRENCIAS
           PERFORM PROCURA-SEQUENCIA-LIVRE
               UNTIL WS-FS-OCORRENCIAS NOT = "00"
                  OR OCO-SEQ = 99

           IF WS-FS-OCORRENCIAS = "00"
               DISPLAY "LIMITE DE OCORRENCIAS NO DIA ATINGIDO - "
                       "OCORRENCIA NAO REGISTADA."
           ELSE
               MOVE ZEROS TO WS-CONT-FALTAS WS-INICIO-SUSPENSAO
               IF WS-MEDIDA = 'S'
                   PERFORM GERA-FALTAS-SUSPENSAO
               END-IF

               MOVE WS-ALUNO-NUM     TO OCO-ALUNO
               MOVE WS-DATA-AAAAMMDD TO OCO-DATA
               MOVE WS-TURMA         TO OCO-TURMA
               MOVE CTL-ANO-LETIVO   TO OCO-ANO-LETIVO
               MOVE WS-DOCENTE-NUM   TO OCO-DOCENTE
               MOVE WS-TIPO          TO OCO-TIPO
               MOVE WS-DESCRICAO     TO OCO-DESCRICAO
               MOVE WS-MEDIDA        TO OCO-MEDIDA
               MOVE WS-DIAS-SUSPENSAO
                                     TO OCO-DIAS-SUSPENSAO
               MOVE WS-INICIO-SUSPENSAO
                                     TO OCO-INICIO-SUSPENSAO
               MOVE WS-CONT-FALTAS   TO OCO-FALTAS-GERADAS
               MOVE SGN-OPERADOR     TO OCO-OPERADOR
               MOVE WS-DATA-SISTEMA  TO OCO-DATA-REGISTO

               WRITE FD-OCORRENCIA-REG
               IF WS-FS-OCORRENCIAS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR A OCORRENCIA - FILE "
                           "STATUS " WS-FS-OCORRENCIAS
               ELSE
                   DISPLAY "OCORRENCIA REGISTADA (SEQUENCIA "
                           OCO-SEQ ")."
                   IF OCO-SUSPENSAO
                       DISPLAY "FALTAS DE SUSPENSAO GRAVADAS: "
                               WS-CONT-FALTAS
                   END-IF
                   PERFORM EMITE-CARTA-OCORRENCIA
                   DISPLAY "CARTAS AO ENCARREGADO EMITIDAS: "
                           WS-CONT-CARTAS
               END-IF
           END-IF.

       PROCURA-SEQUENCIA-LIVRE.

           ADD 1 TO OCO-SEQ
           READ OCORRENCIAS.

      ******************************************************************
      * FALTAS DA SUSPENSAO
      ******************************************************************
      * Disciplinas da matricula do ano corrente (as antigas sem ano
      * contam como correntes, como no PROGFALTAS).
       CARREGA-DISCIPLINAS-ALUNO.

           MOVE ZEROS TO WS-MTA-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT MATRICULAS
           IF WS-FS-MATRICULAS = "00"
               PERFORM LE-MATRICULA
               PERFORM GUARDA-DISCIPLINA-ALUNO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE MATRICULAS
           END-IF.

       LE-MATRICULA.

           READ MATRICULAS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-DISCIPLINA-ALUNO.

           IF MAT-ALUNO = WS-ALUNO-NUM
              AND (MAT-ANO-LETIVO NOT NUMERIC
                   OR MAT-ANO-LETIVO = ZEROS
                   OR MAT-ANO-LETIVO = CTL-ANO-LETIVO)
              AND WS-MTA-CONT < WS-MTA-MAX
               ADD 1 TO WS-MTA-CONT
               MOVE MAT-TURMA   TO WS-MTA-TURMA (WS-MTA-CONT)
               MOVE MAT-MATERIA TO WS-MTA-MATERIA (WS-MTA-CONT)
           END-IF

           PERFORM LE-MATRICULA.

      * A suspensao comeca no dia util seguinte ao da ocorrencia e
      * dura os dias uteis indicados; em cada dia o aluno tem uma
      * falta NAO justificada por disciplina com tempo no horario
      * da turma nesse dia da semana. Sem HORARIOS.DAT a falta e
      * gravada em todas as disciplinas da matricula, com aviso.
       GERA-FALTAS-SUSPENSAO.

           MOVE 'N' TO WS-SUSPENSAO-ERRO
           MOVE ZEROS TO WS-DIAS-CONTADOS

           IF WS-MTA-CONT = ZERO
               DISPLAY "AVISO: ALUNO SEM MATRICULA NO ANO - A "
                       "SUSPENSAO FICA SEM FALTAS GRAVADAS."
           ELSE
               PERFORM CARREGA-HORARIO-ALUNO

               OPEN EXTEND FALTAS
               IF WS-FS-FALTAS NOT = "00"
                   OPEN OUTPUT FALTAS
               END-IF

               MOVE WS-DATA-AAAAMMDD TO WS-DATA-SUSPENSAO
               PERFORM TRATA-DIA-SUSPENSAO
                   UNTIL WS-DIAS-CONTADOS >= WS-DIAS-SUSPENSAO
                      OR WS-SUSPENSAO-FALHOU

               CLOSE FALTAS

               IF WS-SUSPENSAO-FALHOU
                   DISPLAY "AVISO: CALENDARIO INDISPONIVEL "
                           "(PROGDATAS/PROGDIAUTIL) - SUSPENSAO "
                           "GRAVADA SO ATE AO DIA " WS-DIAS-CONTADOS
               END-IF
           END-IF.

       CARREGA-HORARIO-ALUNO.

           MOVE ZEROS TO WS-HRA-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS NOT = "00"
               DISPLAY "AVISO: HORARIOS.DAT NAO ENCONTRADO - FALTA "
                       "EM TODAS AS DISCIPLINAS EM CADA DIA."
           ELSE
               PERFORM LE-HORARIO
               PERFORM GUARDA-TEMPO-ALUNO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE HORARIOS
           END-IF.

       LE-HORARIO.

           READ HORARIOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-TEMPO-ALUNO.

           PERFORM VERIFICA-TEMPO-MATRICULA
               VARYING WS-MTA-IDX FROM 1 BY 1
               UNTIL WS-MTA-IDX > WS-MTA-CONT

           PERFORM LE-HORARIO.

       VERIFICA-TEMPO-MATRICULA.

           IF HOR-TURMA = WS-MTA-TURMA (WS-MTA-IDX)
              AND HOR-MATERIA = WS-MTA-MATERIA (WS-MTA-IDX)
              AND WS-HRA-CONT < WS-HRA-MAX
               ADD 1 TO WS-HRA-CONT
               MOVE HOR-TURMA      TO WS-HRA-TURMA (WS-HRA-CONT)
               MOVE HOR-MATERIA    TO WS-HRA-MATERIA (WS-HRA-CONT)
               MOVE HOR-DIA-SEMANA TO WS-HRA-DIA-SEMANA (WS-HRA-CONT)
           END-IF.

      * Avanca para o dia util seguinte e grava as faltas desse dia.
       TRATA-DIA-SUSPENSAO.

           MOVE 'S' TO DT-FUNCAO
           MOVE WS-DATA-SUSPENSAO TO DT-DATA1
           MOVE 1 TO DT-DIAS
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU OR DT-INVALIDO
               SET WS-SUSPENSAO-FALHOU TO TRUE
           ELSE
               SET DU-PROXIMO-UTIL TO TRUE
               MOVE DT-DATA2 TO DU-DATA
               CALL 'PROGDIAUTIL' USING DIAUTIL-PARAMETRES
                   ON EXCEPTION
                       SET WS-CHAMADA-FALHOU TO TRUE
               END-CALL
               IF WS-CHAMADA-FALHOU OR DU-INVALIDO
                   SET WS-SUSPENSAO-FALHOU TO TRUE
               ELSE
                   MOVE DU-PROXIMO TO WS-DATA-SUSPENSAO
                   ADD 1 TO WS-DIAS-CONTADOS
                   IF WS-DIAS-CONTADOS = 1
                       MOVE WS-DATA-SUSPENSAO TO WS-INICIO-SUSPENSAO
                   END-IF
                   PERFORM GRAVA-FALTAS-DIA
               END-IF
           END-IF.

       GRAVA-FALTAS-DIA.

           MOVE 'W' TO DT-FUNCAO
           MOVE WS-DATA-SUSPENSAO TO DT-DATA1
           MOVE ZERO TO WS-DIA-SEMANA
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL
           IF NOT WS-CHAMADA-FALHOU AND DT-OK
               MOVE DT-DIA-SEMANA TO WS-DIA-SEMANA
           END-IF

           PERFORM GRAVA-FALTA-DISCIPLINA
               VARYING WS-MTA-IDX FROM 1 BY 1
               UNTIL WS-MTA-IDX > WS-MTA-CONT.

       GRAVA-FALTA-DISCIPLINA.

           MOVE 'N' TO WS-TEMPO-ACHADO
           IF WS-HRA-CONT = ZERO
               SET WS-TEM-TEMPO TO TRUE
           ELSE
               PERFORM PROCURA-TEMPO-DIA
                   VARYING WS-HRA-IDX FROM 1 BY 1
                   UNTIL WS-HRA-IDX > WS-HRA-CONT
                      OR WS-TEM-TEMPO
           END-IF

           IF WS-TEM-TEMPO
               MOVE SPACES TO FD-FALTA-REG
               STRING WS-DSU-DIA "/" WS-DSU-MES "/" WS-DSU-ANO
                   DELIMITED BY SIZE INTO FAL-DATA
               END-STRING
               MOVE WS-ALUNO-NUM TO FAL-ALUNO
               MOVE WS-MTA-MATERIA (WS-MTA-IDX) TO FAL-MATERIA
               MOVE 'N'            TO FAL-JUSTIFICADA
               MOVE SPACES         TO FAL-MOTIVO
               MOVE SPACES         TO FAL-APROVADOR
               MOVE CTL-ANO-LETIVO TO FAL-ANO-LETIVO
               WRITE FD-FALTA-REG
               ADD 1 TO WS-CONT-FALTAS
           END-IF.

       PROCURA-TEMPO-DIA.

           IF WS-HRA-TURMA (WS-HRA-IDX) = WS-MTA-TURMA (WS-MTA-IDX)
              AND WS-HRA-MATERIA (WS-HRA-IDX)
                  = WS-MTA-MATERIA (WS-MTA-IDX)
              AND WS-HRA-DIA-SEMANA (WS-HRA-IDX) = WS-DIA-SEMANA
               SET WS-TEM-TEMPO TO TRUE
           END-IF.

      ******************************************************************
      * CARTA AO ENCARREGADO
      ******************************************************************
       EMITE-CARTA-OCORRENCIA.

           MOVE ZERO TO WS-CONT-CARTAS

           EVALUATE TRUE
               WHEN OCO-ADVERTENCIA
                   MOVE "MEDIDA: ADVERTENCIA" TO WS-MEDIDA-TX
               WHEN OCO-SUSPENSAO
                   MOVE SPACES TO WS-MEDIDA-TX
                   STRING "MEDIDA: SUSPENSAO DE " OCO-DIAS-SUSPENSAO
                          " DIAS UTEIS A PARTIR DE "
                          OCO-INICIO-SUSPENSAO (7: 2) "/"
                          OCO-INICIO-SUSPENSAO (5: 2) "/"
                          OCO-INICIO-SUSPENSAO (1: 4)
                       DELIMITED BY SIZE INTO WS-MEDIDA-TX
                   END-STRING
               WHEN OTHER
                   MOVE "MEDIDA: NENHUMA (OCORRENCIA REGISTADA)"
                        TO WS-MEDIDA-TX
           END-EVALUATE

           OPEN EXTEND CARTAS
           IF WS-FS-CARTAS = "35"
               OPEN OUTPUT CARTAS
               CLOSE CARTAS
               OPEN EXTEND CARTAS
           END-IF

           MOVE WS-CAR-ENC-1 TO WS-CAR-ENC
           PERFORM PROCURA-ENCARREGADO
           PERFORM ESCREVE-CARTA

      * O segundo responsavel recebe carta propria.
           IF WS-CAR-ENC-2 NOT = ZEROS
               MOVE WS-CAR-ENC-2 TO WS-CAR-ENC
               PERFORM PROCURA-ENCARREGADO
               PERFORM ESCREVE-CARTA
           END-IF

           CLOSE CARTAS.

       PROCURA-ENCARREGADO.

           MOVE "(ENCARREGADO NAO REGISTADO)" TO WS-ENC-NOME
           MOVE "(SEM E-MAIL - TRATAR NA SECRETARIA)"
                TO WS-ENC-EMAIL

           IF WS-CAR-ENC > ZERO
               OPEN INPUT CLIENTES
               IF WS-FS-CLIENTES = "00"
                   MOVE WS-CAR-ENC TO CLI-ID
                   READ CLIENTES
                   IF WS-FS-CLIENTES = "00"
                       MOVE CLI-NOME  TO WS-ENC-NOME
                       MOVE CLI-EMAIL TO WS-ENC-EMAIL
                   END-IF
                   CLOSE CLIENTES
               END-IF
           END-IF.

       ESCREVE-CARTA.

           MOVE ALL "=" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

      * A linha de despacho poe a carta na fila do PROGDESPACHO
      * como PENDENTE - e ele que a marca impressa ou enviada.
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

      * O numero do encarregado deixa o PROGDESPACHO consultar os
      * canais que ele autorizou.
           MOVE SPACES TO WS-CARTA-LINHA
           STRING "CLIENTE: " WS-CAR-ENC
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "COMUNICACAO DE OCORRENCIA DISCIPLINAR DE "
                  WS-DATA-OCORRENCIA
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "ALUNO: " OCO-ALUNO " " WS-NOME-ALUNO " TURMA "
                  OCO-TURMA
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "TIPO: " WS-TIPO-DESCRICAO
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING "DESCRICAO: " OCO-DESCRICAO
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING
           PERFORM GRAVA-LINHA-CARTA

           MOVE WS-MEDIDA-TX TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

           MOVE ALL "=" TO WS-CARTA-LINHA
           PERFORM GRAVA-LINHA-CARTA

           ADD 1 TO WS-CONT-CARTAS.

       GRAVA-LINHA-CARTA.

           MOVE WS-CARTA-LINHA TO FD-CARTA-REG
           WRITE FD-CARTA-REG.

      ******************************************************************
      * RELATORIOS PARA O CONSELHO DE TURMA
      ******************************************************************
      * Por turma: todas as ocorrencias do ano da turma, pela ordem
      * da chave (aluno, data).
       RELATORIO-TURMA.

           DISPLAY "CODIGO DA TURMA: "
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA

           PERFORM ABRE-RELATORIO
           MOVE SPACES TO WS-LINHA
           STRING "OCORRENCIAS DA TURMA " WS-TURMA " - ANO LETIVO "
                  CTL-ANO-LETIVO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-CABECALHO

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE LOW-VALUES TO OCO-CHAVE
           START OCORRENCIAS KEY NOT < OCO-CHAVE
           IF WS-FS-OCORRENCIAS = "00"
               PERFORM LE-OCORRENCIA
               PERFORM LISTA-OCORRENCIA-TURMA
                   UNTIL WS-SEM-MAIS-REGISTOS
           END-IF

           PERFORM FECHA-RELATORIO.

       LE-OCORRENCIA.

           READ OCORRENCIAS NEXT
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       LISTA-OCORRENCIA-TURMA.

           IF OCO-TURMA = WS-TURMA
              AND OCO-ANO-LETIVO = CTL-ANO-LETIVO
               PERFORM EMITE-OCORRENCIA
           END-IF

           PERFORM LE-OCORRENCIA.

      * Por aluno: as ocorrencias do aluno no ano, a partir da
      * primeira chave do aluno.
       RELATORIO-ALUNO.

           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-ALUNO-NUM
           PERFORM LE-ALUNO-MESTRE

           PERFORM ABRE-RELATORIO
           MOVE SPACES TO WS-LINHA
           STRING "OCORRENCIAS DO ALUNO " WS-ALUNO-NUM " "
                  WS-NOME-ALUNO (1: 25) " - ANO " CTL-ANO-LETIVO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-CABECALHO

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE WS-ALUNO-NUM TO OCO-ALUNO
           MOVE ZEROS TO OCO-DATA OCO-SEQ
           START OCORRENCIAS KEY NOT < OCO-CHAVE
           IF WS-FS-OCORRENCIAS = "00"
               PERFORM LE-OCORRENCIA
               PERFORM LISTA-OCORRENCIA-ALUNO
                   UNTIL WS-SEM-MAIS-REGISTOS
           END-IF

           PERFORM FECHA-RELATORIO.

       LISTA-OCORRENCIA-ALUNO.

           IF OCO-ALUNO NOT = WS-ALUNO-NUM
               SET WS-SEM-MAIS-REGISTOS TO TRUE
           ELSE
               IF OCO-ANO-LETIVO = CTL-ANO-LETIVO
                   PERFORM EMITE-OCORRENCIA
               END-IF
               PERFORM LE-OCORRENCIA
           END-IF.

       ABRE-RELATORIO.

           MOVE ZEROS TO WS-TOT-OCORRENCIAS WS-TOT-ADVERTENCIAS
                         WS-TOT-SUSPENSOES WS-TOT-DIAS-SUSP
           OPEN OUTPUT LISTAGEM.

       EMITE-CABECALHO.

           PERFORM EMITE-LINHA
           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "DATA       ALUNO  TURMA DOC. TIPO       MEDIDA"
                TO WS-LINHA
           PERFORM EMITE-LINHA.

       EMITE-OCORRENCIA.

           ADD 1 TO WS-TOT-OCORRENCIAS

           EVALUATE TRUE
               WHEN OCO-ADVERTENCIA
                   ADD 1 TO WS-TOT-ADVERTENCIAS
                   MOVE "ADVERTENCIA" TO WS-MEDIDA-CURTA
               WHEN OCO-SUSPENSAO
                   ADD 1 TO WS-TOT-SUSPENSOES
                   ADD OCO-DIAS-SUSPENSAO TO WS-TOT-DIAS-SUSP
                   MOVE SPACES TO WS-MEDIDA-CURTA
                   STRING "SUSPENSAO " OCO-DIAS-SUSPENSAO "D"
                       DELIMITED BY SIZE INTO WS-MEDIDA-CURTA
                   END-STRING
               WHEN OTHER
                   MOVE "SO REGISTO" TO WS-MEDIDA-CURTA
           END-EVALUATE

           MOVE SPACES TO WS-DATA-EDIT
           STRING OCO-DATA (7: 2) "/" OCO-DATA (5: 2) "/"
                  OCO-DATA (1: 4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING

           MOVE SPACES TO WS-LINHA
           STRING WS-DATA-EDIT " " OCO-ALUNO " " OCO-TURMA " "
                  OCO-DOCENTE " " OCO-TIPO " " WS-MEDIDA-CURTA
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "           " OCO-DESCRICAO
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       FECHA-RELATORIO.

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           IF WS-TOT-OCORRENCIAS = ZERO
               MOVE "  (SEM OCORRENCIAS REGISTADAS)" TO WS-LINHA
               PERFORM EMITE-LINHA
           ELSE
               MOVE SPACES TO WS-LINHA
               STRING "OCORRENCIAS: " WS-TOT-OCORRENCIAS
                      "  ADVERTENCIAS: " WS-TOT-ADVERTENCIAS
                      "  SUSPENSOES: " WS-TOT-SUSPENSOES
                      " (" WS-TOT-DIAS-SUSP " DIAS)"
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF

           CLOSE LISTAGEM
           PERFORM ENVIA-AO-SPOOL.

       EMITE-LINHA.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Copia do relatorio para o spool (PROGSPOOL) - sem o spool
      * ligado fica tudo como dantes.
       ENVIA-AO-SPOOL.

           MOVE "OCORRENCIAS" TO SPL-RELATORIO
           MOVE "OCORREN.LIS" TO SPL-FICHEIRO
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
       END PROGRAM PROGOCORRENCIA.
