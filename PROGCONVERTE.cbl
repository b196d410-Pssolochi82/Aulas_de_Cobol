      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: CONVERSAO DE UMA GERACAO DE SALVAGUARDA (G1/G2/G3)
      *          PARA A VERSAO ATUAL DO LAYOUT DE CADA MESTRE.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, no molde do PROGRESTORE: so com
      *            perfil de supervisor. Escolhida a geracao, le o
      *            cabecalho (VERREG.cpy) de cada um dos oito membros
      *            e compara a versao com a atual de LAYOUTTB.cpy.
      *            Um membro numa versao mais nova do que a dos
      *            programas, de outro ficheiro ou em falta recusa a
      *            conversao inteira. Os que estao numa versao
      *            anterior, ou sem cabecalho (salvaguardas tiradas
      *            antes dos cabecalhos), sao reescritos na versao
      *            atual atraves de CONVERTE.TMP: cabecalho novo e,
      *            em cada registo, os campos que cada versao
      *            acrescentou e que vem em branco recebem o valor
      *            por omissao. Os que ja estao na versao atual nao
      *            sao tocados. O PROGRESTORE e o PROGFORMACAO mandam
      *            correr este programa quando encontram um membro
      *            desatualizado.
      * 15/10/26 - CLIENTES V03 (CLI-CODIGO-POSTAL): o campo novo fica
      *            em branco, como o NIF na V02 - o cliente aparece na
      *            listagem de moradas a corrigir (PROGMORADAS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONVERTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GERACAO        ASSIGN TO DYNAMIC WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERACAO.
           SELECT TEMPORARIO     ASSIGN TO "CONVERTE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TEMPORARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  GERACAO.
       01  FD-GERACAO-REG              PIC X(250).

       FD  TEMPORARIO.
       01  FD-TEMPORARIO-REG           PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-FS-GERACAO            PIC X(02) VALUE ZEROS.
       01 WS-FS-TEMPORARIO         PIC X(02) VALUE ZEROS.

       01 WS-NOME-GERACAO          PIC X(20) VALUE SPACES.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-MESTRES-TAB.
           03 FILLER   PIC X(25) VALUE 'BOLETIM.DAT   BOLETIM   I'.
           03 FILLER   PIC X(25) VALUE 'CLIENTES.DAT  CLIENTES  I'.
           03 FILLER   PIC X(25) VALUE 'ALUNOS.DAT    ALUNOS    I'.
           03 FILLER   PIC X(25) VALUE 'FATURAS.DAT   FATURAS   I'.
           03 FILLER   PIC X(25) VALUE 'PAGAMENTOS.DATPAGAMENTOSI'.
           03 FILLER   PIC X(25) VALUE 'PRESTACOES.DATPRESTACOESI'.
           03 FILLER   PIC X(25) VALUE 'MATRICULAS.DATMATRICULASF'.
           03 FILLER   PIC X(25) VALUE 'CONTROLE.DAT  CONTROLE  F'.
       01 FILLER REDEFINES WS-MESTRES-TAB.
           03 WS-MESTRE OCCURS 8 TIMES.
               05 WS-MST-VIVO          PIC X(14).
               05 WS-MST-BASE          PIC X(10).
               05 WS-MST-TIPO          PIC X(01).

       01 WS-MST-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-BASE-CORRENTE         PIC X(10) VALUE SPACES.
       01 WS-OPCAO-GERACAO         PIC 9 VALUE ZERO.
       01 WS-CONFIRMA              PIC X VALUE 'N'.

      * Versao de origem de cada membro (00 = sem cabecalho) e a
      * versao atual do ficheiro.
       01 WS-MEMBROS-TAB.
           03 WS-MEMBRO OCCURS 8 TIMES.
               05 WS-MBR-ORIGEM        PIC 9(02).
               05 WS-MBR-ATUAL         PIC 9(02).
               05 WS-MBR-COMPRIMENTO   PIC 9(04).

       COPY "LAYOUTTB.cpy".

       01 WS-LAY-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-LAY-ANT               PIC 9(02) VALUE ZEROS.
       01 WS-VERSAO-ATUAL          PIC 9(02) VALUE ZEROS.
       01 WS-COMPRIMENTO-ATUAL     PIC 9(04) VALUE ZEROS.
       01 WS-PASSO-INICIO          PIC 9(03) VALUE ZEROS.
       01 WS-PASSO-TAMANHO         PIC 9(03) VALUE ZEROS.

       COPY "VERREG.cpy" REPLACING NIVEL-VER BY 01
                                   CAMPO-VER-REG BY WS-CABECALHO-REG.

       01 WS-CONJUNTO-BOM          PIC X VALUE 'S'.
           88 WS-CONJUNTO-COMPLETO        VALUE 'S'.

       01 WS-A-CONVERTER           PIC 9(01) VALUE ZEROS.
       01 WS-CONT-CONVERTIDOS      PIC 9(06) VALUE ZEROS.
       01 WS-TOTAL-CONVERTIDOS     PIC 9(06) VALUE ZEROS.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

      * Imagem do registo em conversao e as vistas de cada mestre
      * para dar os valores por omissao.
       01 WS-IMAGEM                PIC X(250) VALUE SPACES.

       COPY "BOLREG.cpy" REPLACING NIVEL-BOL BY 01
                                   CAMPO-BOL-REG BY WS-CNV-BOLETIM.

       COPY "ALUREG.cpy" REPLACING NIVEL-ALU BY 01
                                   CAMPO-ALU-REG BY WS-CNV-ALUNO.

       COPY "FATREG.cpy" REPLACING NIVEL-FAT BY 01
                                   CAMPO-FAT-REG BY WS-CNV-FATURA.

       COPY "PAGREG.cpy" REPLACING NIVEL-PAG BY 01
                                   CAMPO-PAG-REG BY WS-CNV-PAGAMENTO.

       COPY "MATREG.cpy" REPLACING NIVEL-MAT BY 01
                                   CAMPO-MAT-REG BY WS-CNV-MATRICULA.

       COPY "CTLGERAL.cpy".

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*  CONVERSAO DE LAYOUT DA SALVAGUARDA     *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-SIGNON-FALHOU OR SGN-FALHOU
                   DISPLAY "OPERADOR NAO IDENTIFICADO - CONVERSAO "
                           "RECUSADA."
               WHEN NOT SGN-SUPERVISOR
                   DISPLAY "A CONVERSAO EXIGE PERFIL DE "
                           "SUPERVISOR - ACESSO RECUSADO."
               WHEN OTHER
                   PERFORM TRATA-CONVERSAO
           END-EVALUATE

           GOBACK.

       TRATA-CONVERSAO.

           DISPLAY "GERACAO A CONVERTER (1 = MAIS RECENTE, 2, 3): "
           ACCEPT WS-OPCAO-GERACAO

           IF WS-OPCAO-GERACAO < 1 OR WS-OPCAO-GERACAO > 3
               DISPLAY "GERACAO INVALIDA - NADA CONVERTIDO."
           ELSE
               PERFORM VERIFICA-CONJUNTO

               EVALUATE TRUE
                   WHEN NOT WS-CONJUNTO-COMPLETO
                       DISPLAY "GERACAO G" WS-OPCAO-GERACAO
                               " NAO PODE SER CONVERTIDA - NADA "
                               "FOI TOCADO."
                   WHEN WS-A-CONVERTER = ZERO
                       DISPLAY "A GERACAO G" WS-OPCAO-GERACAO
                               " JA ESTA TODA NA VERSAO ATUAL."
                   WHEN OTHER
                       DISPLAY "VAI CONVERTER " WS-A-CONVERTER
                               " MEMBRO(S) DA GERACAO G"
                               WS-OPCAO-GERACAO
                               " PARA A VERSAO ATUAL."
                       DISPLAY "CONFIRMA? (S/N): "
                       ACCEPT WS-CONFIRMA

                       IF WS-CONFIRMA NOT = "S"
                          AND WS-CONFIRMA NOT = "s"
                           DISPLAY "CONVERSAO CANCELADA."
                       ELSE
                           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                           ACCEPT WS-HORA-AGORA FROM TIME

                           PERFORM CONVERTE-MEMBRO
                               VARYING WS-MST-IDX FROM 1 BY 1
                               UNTIL WS-MST-IDX > 8

                           DISPLAY " "
                           DISPLAY "GERACAO CONVERTIDA: "
                                   WS-TOTAL-CONVERTIDOS
                                   " REGISTOS REESCRITOS."
                       END-IF
               END-EVALUATE
           END-IF.

      * Tudo ou nada, como na reposicao: os oito membros tem de
      * existir e nenhum pode vir de uma versao que estes programas
      * ainda nao conhecem.
       VERIFICA-CONJUNTO.

           MOVE 'S' TO WS-CONJUNTO-BOM
           MOVE ZEROS TO WS-A-CONVERTER

           PERFORM VERIFICA-MEMBRO
               VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > 8.

       VERIFICA-MEMBRO.

           PERFORM PREPARA-NOME-GERACAO
           MOVE WS-MST-BASE (WS-MST-IDX) TO WS-BASE-CORRENTE
           PERFORM PROCURA-VERSAO-ATUAL
           MOVE WS-VERSAO-ATUAL TO WS-MBR-ATUAL (WS-MST-IDX)
           MOVE WS-COMPRIMENTO-ATUAL TO WS-MBR-COMPRIMENTO (WS-MST-IDX)
           MOVE ZEROS TO WS-MBR-ORIGEM (WS-MST-IDX)

           OPEN INPUT GERACAO
           IF WS-FS-GERACAO NOT = "00"
               DISPLAY "  FALTA " WS-NOME-GERACAO " NO CONJUNTO."
               MOVE 'N' TO WS-CONJUNTO-BOM
           ELSE
               PERFORM LE-CABECALHO
               CLOSE GERACAO

               EVALUATE TRUE
                   WHEN NOT VER-E-CABECALHO
                       DISPLAY "  " WS-NOME-GERACAO
                               " SEM CABECALHO -> V"
                               WS-MBR-ATUAL (WS-MST-IDX)
                       ADD 1 TO WS-A-CONVERTER
                   WHEN VER-FICHEIRO NOT = WS-BASE-CORRENTE
                       DISPLAY "  " WS-NOME-GERACAO
                               " TEM CABECALHO DE " VER-FICHEIRO
                       MOVE 'N' TO WS-CONJUNTO-BOM
                   WHEN VER-VERSAO > WS-MBR-ATUAL (WS-MST-IDX)
                       DISPLAY "  " WS-NOME-GERACAO " NA VERSAO V"
                               VER-VERSAO ", MAIS NOVA DO QUE A "
                               "DOS PROGRAMAS (V"
                               WS-MBR-ATUAL (WS-MST-IDX) ")."
                       MOVE 'N' TO WS-CONJUNTO-BOM
                   WHEN VER-VERSAO = WS-MBR-ATUAL (WS-MST-IDX)
                       MOVE VER-VERSAO TO WS-MBR-ORIGEM (WS-MST-IDX)
                       DISPLAY "  " WS-NOME-GERACAO " V" VER-VERSAO
                               " - ATUAL."
                   WHEN OTHER
                       MOVE VER-VERSAO TO WS-MBR-ORIGEM (WS-MST-IDX)
                       DISPLAY "  " WS-NOME-GERACAO " V" VER-VERSAO
                               " -> V" WS-MBR-ATUAL (WS-MST-IDX)
                       ADD 1 TO WS-A-CONVERTER
               END-EVALUATE
           END-IF.

      * O primeiro registo do membro, visto como cabecalho; um
      * membro vazio conta como sem cabecalho.
       LE-CABECALHO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE SPACES TO WS-CABECALHO-REG

           PERFORM LE-GERACAO
           IF NOT WS-SEM-MAIS-REGISTOS
               MOVE FD-GERACAO-REG TO WS-CABECALHO-REG
           END-IF.

       PREPARA-NOME-GERACAO.

           MOVE SPACES TO WS-NOME-GERACAO
           STRING WS-MST-BASE (WS-MST-IDX)
                      DELIMITED BY SPACE
                  ".G" DELIMITED BY SIZE
                  WS-OPCAO-GERACAO DELIMITED BY SIZE
               INTO WS-NOME-GERACAO
           END-STRING.

      * A versao atual do ficheiro e a sua ultima entrada em
      * LAYOUTTB.cpy.
       PROCURA-VERSAO-ATUAL.

           MOVE ZEROS TO WS-VERSAO-ATUAL WS-COMPRIMENTO-ATUAL

           PERFORM VERIFICA-LAYOUT
               VARYING WS-LAY-IDX FROM 1 BY 1
               UNTIL WS-LAY-IDX > LAYOUT-CONT.

       VERIFICA-LAYOUT.

           IF LAYOUT-FICHEIRO (WS-LAY-IDX) = WS-BASE-CORRENTE
              AND LAYOUT-VERSAO (WS-LAY-IDX) > WS-VERSAO-ATUAL
               MOVE LAYOUT-VERSAO (WS-LAY-IDX) TO WS-VERSAO-ATUAL
               MOVE LAYOUT-COMPRIMENTO (WS-LAY-IDX)
                   TO WS-COMPRIMENTO-ATUAL
           END-IF.

      * O membro e reescrito em CONVERTE.TMP (cabecalho atual e os
      * registos convertidos) e so depois copiado por cima da
      * geracao - um membro a meio nunca fica no conjunto.
       CONVERTE-MEMBRO.

           IF WS-MBR-ORIGEM (WS-MST-IDX) NOT =
              WS-MBR-ATUAL (WS-MST-IDX)
               PERFORM PREPARA-NOME-GERACAO
               MOVE WS-MST-BASE (WS-MST-IDX) TO WS-BASE-CORRENTE
               MOVE ZEROS TO WS-CONT-CONVERTIDOS

               DISPLAY "A CONVERTER " WS-NOME-GERACAO "..."

               OPEN INPUT GERACAO
               OPEN OUTPUT TEMPORARIO
               PERFORM GRAVA-CABECALHO

               PERFORM LE-CABECALHO
               IF VER-E-CABECALHO
                   PERFORM LE-GERACAO
               END-IF
               PERFORM CONVERTE-REGISTO
                   UNTIL WS-SEM-MAIS-REGISTOS

               CLOSE GERACAO
               CLOSE TEMPORARIO

               PERFORM DEVOLVE-MEMBRO

               DISPLAY "  " WS-CONT-CONVERTIDOS
                       " REGISTOS NA VERSAO V"
                       WS-MBR-ATUAL (WS-MST-IDX) "."
               ADD WS-CONT-CONVERTIDOS TO WS-TOTAL-CONVERTIDOS
           END-IF.

       GRAVA-CABECALHO.

           MOVE SPACES TO WS-CABECALHO-REG
           SET VER-E-CABECALHO TO TRUE
           MOVE WS-BASE-CORRENTE TO VER-FICHEIRO
           MOVE WS-MBR-ATUAL (WS-MST-IDX) TO VER-VERSAO
           MOVE WS-MBR-COMPRIMENTO (WS-MST-IDX) TO VER-COMPRIMENTO
           MOVE WS-DATA-HOJE  TO VER-DATA
           MOVE WS-HORA-AGORA TO VER-HORA
           MOVE SPACES TO FD-TEMPORARIO-REG
           MOVE WS-CABECALHO-REG TO FD-TEMPORARIO-REG
           WRITE FD-TEMPORARIO-REG.

       LE-GERACAO.

           READ GERACAO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * Cada versao acrescentou campos no fim do registo. Para cada
      * passo posterior a versao de origem, se a zona que esse passo
      * acrescentou vem em branco, os campos recebem o valor por
      * omissao; se ja vem preenchida (membro sem cabecalho tirado
      * depois do passo) fica como esta.
       CONVERTE-REGISTO.

           MOVE FD-GERACAO-REG TO WS-IMAGEM

           PERFORM APLICA-PASSO
               VARYING WS-LAY-IDX FROM 2 BY 1
               UNTIL WS-LAY-IDX > LAYOUT-CONT

           MOVE WS-IMAGEM TO FD-TEMPORARIO-REG
           WRITE FD-TEMPORARIO-REG
           ADD 1 TO WS-CONT-CONVERTIDOS
           PERFORM LE-GERACAO.

       APLICA-PASSO.

           COMPUTE WS-LAY-ANT = WS-LAY-IDX - 1

           IF LAYOUT-FICHEIRO (WS-LAY-IDX) = WS-BASE-CORRENTE
              AND LAYOUT-FICHEIRO (WS-LAY-ANT) = WS-BASE-CORRENTE
              AND LAYOUT-VERSAO (WS-LAY-IDX) >
                  WS-MBR-ORIGEM (WS-MST-IDX)
               COMPUTE WS-PASSO-INICIO =
                   LAYOUT-COMPRIMENTO (WS-LAY-ANT) + 1
               COMPUTE WS-PASSO-TAMANHO =
                   LAYOUT-COMPRIMENTO (WS-LAY-IDX)
                 - LAYOUT-COMPRIMENTO (WS-LAY-ANT)
               IF WS-IMAGEM (WS-PASSO-INICIO:WS-PASSO-TAMANHO)
                  = SPACES
                   PERFORM DA-VALORES-OMISSAO
               END-IF
           END-IF.

      * Valores por omissao dos campos de cada versao - os que os
      * programas ja tratavam como "sem valor" quando o campo
      * apareceu. O NIF (CLIENTES V02) e o codigo postal (V03)
      * ficam em branco, como numa ficha a que ainda nao foram dados.
       DA-VALORES-OMISSAO.

           EVALUATE WS-BASE-CORRENTE ALSO LAYOUT-VERSAO (WS-LAY-IDX)
               WHEN "BOLETIM" ALSO 2
                   MOVE WS-IMAGEM TO WS-CNV-BOLETIM
                   MOVE ZEROS TO BOL-ANO-LETIVO OF WS-CNV-BOLETIM
                   MOVE SPACE TO BOL-SITUACAO OF WS-CNV-BOLETIM
                   MOVE WS-CNV-BOLETIM TO WS-IMAGEM
               WHEN "ALUNOS" ALSO 2
                   MOVE WS-IMAGEM TO WS-CNV-ALUNO
                   MOVE ZEROS TO ALU-ENCARREGADO-2 OF WS-CNV-ALUNO
                   MOVE 100 TO ALU-QUOTA-ENC OF WS-CNV-ALUNO
                   MOVE WS-CNV-ALUNO TO WS-IMAGEM
               WHEN "FATURAS" ALSO 2
                   MOVE WS-IMAGEM TO WS-CNV-FATURA
                   MOVE FAT-VALOR OF WS-CNV-FATURA
                       TO FAT-VALOR-BRUTO OF WS-CNV-FATURA
                   MOVE ZEROS TO FAT-DESCONTO OF WS-CNV-FATURA
                   MOVE WS-CNV-FATURA TO WS-IMAGEM
               WHEN "PAGAMENTOS" ALSO 2
                   MOVE WS-IMAGEM TO WS-CNV-PAGAMENTO
                   SET PAG-NUMERARIO OF WS-CNV-PAGAMENTO TO TRUE
                   MOVE SPACE TO PAG-COMPENSACAO OF WS-CNV-PAGAMENTO
                   MOVE WS-CNV-PAGAMENTO TO WS-IMAGEM
               WHEN "MATRICULAS" ALSO 2
                   MOVE WS-IMAGEM TO WS-CNV-MATRICULA
                   MOVE ZEROS TO MAT-ANO-LETIVO OF WS-CNV-MATRICULA
                   MOVE WS-CNV-MATRICULA TO WS-IMAGEM
               WHEN "CONTROLE" ALSO 2
                   MOVE WS-IMAGEM TO CTL-REGISTO-GERAL
                   MOVE ZEROS TO CTL-PROX-CERTIFICADO
                                 CTL-PROX-NOTACRED
                                 CTL-PROX-REEMBOLSO
                   MOVE CTL-REGISTO-GERAL TO WS-IMAGEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DEVOLVE-MEMBRO.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT TEMPORARIO
           OPEN OUTPUT GERACAO
           PERFORM LE-TEMPORARIO
           PERFORM DEVOLVE-REGISTO
               UNTIL WS-SEM-MAIS-REGISTOS
           CLOSE TEMPORARIO
           CLOSE GERACAO.

       LE-TEMPORARIO.

           READ TEMPORARIO
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       DEVOLVE-REGISTO.

           MOVE FD-TEMPORARIO-REG TO FD-GERACAO-REG
           WRITE FD-GERACAO-REG
           PERFORM LE-TEMPORARIO.
       END PROGRAM PROGCONVERTE.
