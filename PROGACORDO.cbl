      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: ACORDOS DE PAGAMENTO - CONSOLIDA PARCELAS VENCIDAS
      *          DE UMA OU MAIS FATURAS DO MESMO CLIENTE NUM PLANO
      *          NOVO DE PRESTACOES E IMPRIME O ACORDO PARA
      *          ASSINATURA.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. Uma familia com varias parcelas em
      *            atraso so tinha o PROGPAG (pagar tudo) ou o
      *            PROGINCOBRAVEL (desistir da divida). A opcao 1
      *            (so supervisor) lista as parcelas abertas e
      *            vencidas do cliente em PRESTACOES.DAT, com o
      *            residual de cada (valor menos pagamentos e
      *            estornos, como no PROGPAG), e deixa escolher as
      *            que entram no acordo. O total escolhido e
      *            dividido em N prestacoes mensais iguais (a ultima
      *            absorve o resto da divisao) a partir do primeiro
      *            vencimento indicado, com o dia encostado ao fim
      *            do mes (PROGCALENDARIO) e rolado para o dia util
      *            seguinte (PROGDIAUTIL), como no PROGPRESTA. As
      *            parcelas escolhidas passam ao estado R
      *            (PRE-RENEGOCIADA) e cada prestacao do acordo e
      *            repartida pelas faturas de origem, da parcela
      *            mais antiga para a mais recente, em parcelas
      *            novas do plano de cada fatura - o PROGPAG, o
      *            PROGBANCO e o debito direto continuam a receber
      *            por fatura e parcela sem saber do acordo. O
      *            acordo fica em ACORDOS.DAT (ACDREG.cpy) e as
      *            parcelas consolidadas e novas em ACORDOLIN.DAT
      *            (ACLREG.cpy); o texto para assinatura sai em
      *            ACORDO.LIS e vai para o spool. A opcao 2 lista
      *            os acordos e a situacao de cada (em curso,
      *            cumprido ou em incumprimento - uma prestacao
      *            vencida por pagar) e a opcao 3 reimprime um
      *            acordo.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGACORDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES   ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT FATURAS    ASSIGN TO "FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT PRESTACOES ASSIGN TO "PRESTACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WS-FS-PRESTACOES.
           SELECT PAGAMENTOS ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT ACORDOS    ASSIGN TO "ACORDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACORDOS.
           SELECT ACORDOLIN  ASSIGN TO "ACORDOLIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACORDOLIN.
           SELECT LISTAGEM   ASSIGN TO "ACORDO.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  FATURAS.
       COPY "FATREG.cpy" REPLACING NIVEL-FAT BY 01
                                   CAMPO-FAT-REG BY FD-FATURA-REG.

       FD  PRESTACOES.
       COPY "PRESTREG.cpy" REPLACING NIVEL-PRE BY 01
                                     CAMPO-PRE-REG BY FD-PRESTA-REG.

       FD  PAGAMENTOS.
       COPY "PAGREG.cpy" REPLACING NIVEL-PAG BY 01
                                   CAMPO-PAG-REG BY FD-PAG-REGISTO.

       FD  ACORDOS.
       COPY "ACDREG.cpy" REPLACING NIVEL-ACD BY 01
                                   CAMPO-ACD-REG BY FD-ACORDO-REG.

       FD  ACORDOLIN.
       COPY "ACLREG.cpy" REPLACING NIVEL-ACL BY 01
                                   CAMPO-ACL-REG BY FD-ACORDOLIN-REG.

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-FATURAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-PRESTACOES         PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-ACORDOS            PIC X(02) VALUE ZEROS.
       01 WS-FS-ACORDOLIN          PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FATURAS-FIM           PIC X VALUE 'N'.
           88 WS-SEM-MAIS-FATURAS         VALUE 'S'.
       01 WS-PLANO-FIM             PIC X VALUE 'N'.
           88 WS-SEM-MAIS-PARCELAS        VALUE 'S'.
       01 WS-LINHAS-FIM            PIC X VALUE 'N'.
           88 WS-SEM-MAIS-LINHAS          VALUE 'S'.

       01 WS-CLIENTE-NUM           PIC 9(06) VALUE ZEROS.
       01 WS-CLIENTE-NOME          PIC X(30) VALUE SPACES.
       01 WS-CLIENTE-NIF           PIC X(09) VALUE SPACES.
       01 WS-CLIENTE-ACHADO        PIC X VALUE 'N'.
           88 WS-CLIENTE-EXISTE           VALUE 'S'.

       01 WS-ACORDO-NUM            PIC 9(05) VALUE ZEROS.
       01 WS-ACORDO-OK             PIC X VALUE 'N'.
           88 WS-ACORDO-VALIDO            VALUE 'S'.
       01 WS-ACORDO-ACHADO         PIC X VALUE 'N'.
           88 WS-ACORDO-EXISTE            VALUE 'S'.
       01 WS-ACORDOS-ESTADO        PIC X VALUE 'N'.
           88 WS-ACORDOS-ABERTOS          VALUE 'S'.
       01 WS-PLANOS-ESTADO         PIC X VALUE 'N'.
           88 WS-PLANOS-ABERTOS           VALUE 'S'.
       01 WS-CONFIRMA              PIC X VALUE 'N'.
       01 WS-ESCOLHA               PIC 9(02) VALUE ZEROS.

      * Parcelas abertas e vencidas do cliente, ordenadas pelo
      * vencimento, com o residual e a marca das escolhidas para o
      * acordo; WS-IT-POR-ALOCAR e o residual ainda nao coberto
      * pelas prestacoes na reparticao.
       01 WS-ITM-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-ITM-MAX               PIC 9(02) VALUE 40.
       01 WS-ITM-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-ITM-IDX2              PIC 9(02) VALUE ZEROS.
       01 WS-ITM-LIMITE            PIC 9(02) VALUE ZEROS.
       01 WS-ITM-TAB OCCURS 40 TIMES.
           03 WS-IT-FATURA             PIC 9(06).
           03 WS-IT-PARCELA            PIC 9(02).
           03 WS-IT-VENCIMENTO         PIC 9(08).
           03 WS-IT-RESIDUAL           PIC S9(07)V99.
           03 WS-IT-POR-ALOCAR         PIC S9(07)V99.
           03 WS-IT-ESCOLHA            PIC X(01).
               88 WS-IT-ESCOLHIDO             VALUE 'S'.
       01 WS-ITM-TROCA.
           03 WS-ITT-FATURA            PIC 9(06).
           03 WS-ITT-PARCELA           PIC 9(02).
           03 WS-ITT-VENCIMENTO        PIC 9(08).
           03 WS-ITT-RESIDUAL          PIC S9(07)V99.
           03 WS-ITT-POR-ALOCAR        PIC S9(07)V99.
           03 WS-ITT-ESCOLHA           PIC X(01).
       01 WS-ITENS-A-MAIS          PIC X VALUE 'N'.
           88 WS-ITENS-EXCEDIDOS          VALUE 'S'.
       01 WS-CONT-ESCOLHIDOS       PIC 9(02) VALUE ZEROS.

      * Faturas com parcelas no acordo: a ultima parcela do plano de
      * cada uma (as novas numeram-se a seguir) e a proxima livre
      * durante a reparticao - o numero da parcela tem 2 digitos.
       01 WS-FTB-CONT              PIC 9(02) VALUE ZEROS.
       01 WS-FTB-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-FTB-TAB OCCURS 40 TIMES.
           03 WS-FT-FATURA             PIC 9(06).
           03 WS-FT-ULTIMA             PIC 9(02).
           03 WS-FT-PROXIMA            PIC 9(03).
       01 WS-ULTIMA-PARCELA        PIC 9(02) VALUE ZEROS.
       01 WS-ITM-ANTES             PIC 9(02) VALUE ZEROS.
       01 WS-PARCELAS-A-MAIS       PIC X VALUE 'N'.
           88 WS-PARCELAS-EXCEDIDAS       VALUE 'S'.

       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-VALOR-TOTAL.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-VALOR-PARC.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-VALOR-ULT.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-POR-ALOCAR.
       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-PEDACO.

       01 WS-NUM-PRESTACOES        PIC 9(02) VALUE ZEROS.
       01 WS-PRESTACOES-MENOS-1    PIC 9(02) VALUE ZEROS.
       01 WS-PRESTACAO             PIC 9(02) VALUE ZEROS.
       01 WS-PRESTACAO-ATUAL       PIC 9(02) VALUE ZEROS.
       01 WS-DIA-PLANO             PIC 9(02) VALUE ZEROS.
       01 WS-PRIMEIRO-VENC         PIC 9(08) VALUE ZEROS.
       01 WS-VENC-UTIL             PIC 9(08) VALUE ZEROS.

      * S = so simula a reparticao (conta as parcelas novas de cada
      * fatura), G = grava as parcelas e as linhas do acordo.
       01 WS-MODO-ALOCACAO         PIC X VALUE 'S'.
           88 WS-SO-SIMULA                VALUE 'S'.
           88 WS-GRAVA-ALOCACAO           VALUE 'G'.
       01 WS-CONT-FALHADAS         PIC 9(02) VALUE ZEROS.

       01 WS-CAL-PARAMETRES.
           02 WS-CAL-MES                  PIC 99.
           02 WS-CAL-ANO                  PIC 9(04).
           02 WS-CAL-NOME-MES             PIC X(10).
           02 WS-CAL-DIAS-MES             PIC 99.
           02 WS-CAL-MES-VALIDO           PIC X.
               88 WS-CAL-MES-OK                  VALUE 'S'.

       01 WS-VENCIMENTO            PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-VENCIMENTO.
           03 WS-VC-ANO                PIC 9(04).
           03 WS-VC-MES                PIC 9(02).
           03 WS-VC-DIA                PIC 9(02).

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

      * Situacao de um acordo na listagem, pelas parcelas novas.
       01 WS-CONT-NOVAS            PIC 9(03) VALUE ZEROS.
       01 WS-CONT-PAGAS            PIC 9(03) VALUE ZEROS.
       01 WS-CONT-ATRASADAS        PIC 9(03) VALUE ZEROS.
       01 WS-SITUACAO              PIC X(16) VALUE SPACES.
       01 WS-CONT-LISTADOS         PIC 9(04) VALUE ZEROS.

       01 WS-EMP-NOME              PIC X(30) VALUE SPACES.
       01 WS-EMP-NIF               PIC X(09) VALUE SPACES.

       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-VALOR-EDIT            PIC -(07)9.99.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.
       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-LOCK              PIC X VALUE 'N'.
           88 WS-LOCK-FALHOU              VALUE 'S'.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.
       01 WS-IND-TABCON            PIC X VALUE 'N'.
           88 WS-TABCON-FALHOU            VALUE 'S'.

       01 SIGNON-PARAMETRES.
           02 SGN-OPERADOR             PIC X(08).
           02 SGN-NOME                 PIC X(30).
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       01 LOCK-PARAMETRES.
           02 LCK-FUNCAO               PIC X(01).
           02 LCK-PEDIDO-NOME          PIC X(12).
           02 LCK-PEDIDO-PROGRAMA      PIC X(16).
           02 LCK-PEDIDO-OPERADOR      PIC X(08).
           02 LCK-DONO-PROGRAMA        PIC X(16).
           02 LCK-DONO-OPERADOR        PIC X(08).
           02 LCK-RESULTADO            PIC X(01).
               88 LCK-OK                      VALUE 'S'.
               88 LCK-OCUPADO                 VALUE 'O'.
               88 LCK-FALHOU                  VALUE 'F'.

       01 TABCON-PARAMETRES.
           02 TBC-TABELA               PIC X(10).
           02 TBC-CODIGO               PIC X(20).
           02 TBC-DATA                 PIC 9(08).
           02 TBC-DESCRICAO            PIC X(30).
           02 TBC-RESULTADO            PIC X(01).
               88 TBC-ENCONTRADO              VALUE 'S'.
               88 TBC-NAO-ENCONTRADO          VALUE 'N'.
               88 TBC-SEM-FICHEIRO            VALUE 'F'.

       01 SPOOL-PARAMETRES.
           02 SPL-RELATORIO            PIC X(12).
           02 SPL-FICHEIRO             PIC X(20).
           02 SPL-OPERADOR             PIC X(08).
           02 SPL-MEMBRO               PIC 9(06).
           02 SPL-RESULTADO            PIC X(01).
               88 SPL-OK                      VALUE 'S'.
               88 SPL-FALHOU                  VALUE 'N'.

       01 DIAUTIL-PARAMETRES.
           02 DU-FUNCAO                PIC X(01).
           02 DU-DATA                  PIC 9(08).
           02 DU-E-UTIL                PIC X(01).
           02 DU-PROXIMO               PIC 9(08).
           02 DU-RESULTADO             PIC X(01).
               88 DU-OK                       VALUE 'S'.
               88 DU-INVALIDO                 VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*         ACORDOS DE PAGAMENTO            *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           IF WS-SIGNON-FALHOU OR SGN-FALHOU
               DISPLAY "OPERADOR NAO IDENTIFICADO - SESSAO "
                       "ENCERRADA."
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM CARREGA-EMPRESA

           PERFORM PROCESSA-OPCAO
               UNTIL WS-OPCAO = ZERO

           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - CELEBRAR ACORDO DE PAGAMENTO"
           DISPLAY "  2 - LISTAR ACORDOS E SITUACAO"
           DISPLAY "  3 - REIMPRIMIR ACORDO"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   IF SGN-SUPERVISOR
                       PERFORM CELEBRA-ACORDO
                   ELSE
                       DISPLAY "SO UM SUPERVISOR PODE CELEBRAR "
                               "ACORDOS DE PAGAMENTO."
                   END-IF
               WHEN 2
                   PERFORM LISTA-ACORDOS
               WHEN 3
                   DISPLAY "NUMERO DO ACORDO: "
                   ACCEPT WS-ACORDO-NUM
                   PERFORM IMPRIME-ACORDO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      * Nome e NIF da escola para o cabecalho do acordo - tabela
      * EMPRESA de TABELAS.DAT, como no PROGIRS.
       CARREGA-EMPRESA.

           MOVE "NIF" TO TBC-CODIGO
           PERFORM CONSULTA-EMPRESA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-EMP-NIF
           END-IF

           MOVE "NOME" TO TBC-CODIGO
           PERFORM CONSULTA-EMPRESA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-EMP-NOME
           END-IF.

       CONSULTA-EMPRESA.

           MOVE "EMPRESA" TO TBC-TABELA
           MOVE ZEROS TO TBC-DATA
           SET TBC-NAO-ENCONTRADO TO TRUE
           MOVE 'N' TO WS-IND-TABCON

           CALL 'PROGTABCON' USING TABCON-PARAMETRES
               ON EXCEPTION
                   SET WS-TABCON-FALHOU TO TRUE
           END-CALL

           IF WS-TABCON-FALHOU
               SET TBC-SEM-FICHEIRO TO TRUE
           END-IF.

      * O acordo mexe no estado das parcelas e cria parcelas novas -
      * o lock PAGAMENTOS afasta uma sessao do PROGPAG em
      * simultaneo, como no PROGINCOBRAVEL.
       CELEBRA-ACORDO.

           DISPLAY "NUMERO DO CLIENTE: "
           ACCEPT WS-CLIENTE-NUM

           PERFORM PROCURA-CLIENTE

           IF WS-CLIENTE-EXISTE
               PERFORM TOMA-LOCK-MESTRE
               IF NOT LCK-OK
                   DISPLAY "PAGAMENTOS.DAT EM USO POR "
                           LCK-DONO-OPERADOR " (" LCK-DONO-PROGRAMA
                           ") - TENTE MAIS TARDE."
               ELSE
                   PERFORM PREPARA-ACORDO
                   PERFORM LIBERTA-LOCK-MESTRE
               END-IF
           END-IF.

       PREPARA-ACORDO.

           MOVE 'N' TO WS-ACORDO-OK

           PERFORM CARREGA-PARCELAS-VENCIDAS

           IF WS-ITM-CONT = ZERO
               DISPLAY "O CLIENTE NAO TEM PARCELAS VENCIDAS EM "
                       "DIVIDA - NADA A RENEGOCIAR."
           ELSE
               PERFORM ORDENA-ITENS
               PERFORM ESCOLHE-PARCELAS
           END-IF

           IF WS-ACORDO-VALIDO
               PERFORM PEDE-CONDICOES
           END-IF

           IF WS-ACORDO-VALIDO
               SET WS-SO-SIMULA TO TRUE
               PERFORM REPARTE-PRESTACOES
               IF WS-PARCELAS-EXCEDIDAS
                   DISPLAY "A REPARTICAO PASSA DA PARCELA 99 NO "
                           "PLANO DE UMA FATURA - MENOS "
                           "PRESTACOES."
                   MOVE 'N' TO WS-ACORDO-OK
               END-IF
           END-IF

           IF WS-ACORDO-VALIDO
               MOVE WS-VALOR-TOTAL TO WS-VALOR-EDIT
               DISPLAY "ACORDO DE " WS-VALOR-EDIT " EM "
                       WS-NUM-PRESTACOES " PRESTACOES A PARTIR DE "
                       WS-PRIMEIRO-VENC
               DISPLAY "CONFIRMA O ACORDO? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM GRAVA-ACORDO
               ELSE
                   DISPLAY "ACORDO NAO CELEBRADO."
                   MOVE 'N' TO WS-ACORDO-OK
               END-IF
           END-IF

           IF WS-ACORDO-VALIDO
               PERFORM IMPRIME-ACORDO
           END-IF.

       PROCURA-CLIENTE.

           MOVE 'N' TO WS-CLIENTE-ACHADO
           MOVE SPACES TO WS-CLIENTE-NOME WS-CLIENTE-NIF

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO."
           ELSE
               MOVE WS-CLIENTE-NUM TO CLI-ID
               READ CLIENTES
               IF WS-FS-CLIENTES = "00" AND NOT CLI-ELIMINADO
                   SET WS-CLIENTE-EXISTE TO TRUE
                   MOVE CLI-NOME TO WS-CLIENTE-NOME
                   MOVE CLI-NIF  TO WS-CLIENTE-NIF
                   DISPLAY "CLIENTE: " CLI-NOME
               ELSE
                   DISPLAY "CLIENTE " WS-CLIENTE-NUM " NAO EXISTE."
               END-IF
               CLOSE CLIENTES
           END-IF.

      * Sem PROGLOCK disponivel a sessao segue com aviso, como no
      * PROGPAG.
       TOMA-LOCK-MESTRE.

           MOVE 'T' TO LCK-FUNCAO
           MOVE "PAGAMENTOS" TO LCK-PEDIDO-NOME
           MOVE "PROGACORDO" TO LCK-PEDIDO-PROGRAMA
           MOVE SGN-OPERADOR TO LCK-PEDIDO-OPERADOR
           SET LCK-OK TO TRUE
           MOVE 'N' TO WS-IND-LOCK

           CALL 'PROGLOCK' USING LOCK-PARAMETRES
               ON EXCEPTION
                   SET WS-LOCK-FALHOU TO TRUE
           END-CALL

           IF WS-LOCK-FALHOU
               DISPLAY "AVISO: PROGLOCK INDISPONIVEL - SESSAO SEM "
                       "LOCK."
               SET LCK-OK TO TRUE
           END-IF.

       LIBERTA-LOCK-MESTRE.

           MOVE 'L' TO LCK-FUNCAO
           MOVE 'N' TO WS-IND-LOCK

           CALL 'PROGLOCK' USING LOCK-PARAMETRES
               ON EXCEPTION
                   SET WS-LOCK-FALHOU TO TRUE
           END-CALL.

      * Entram as parcelas abertas ja vencidas das faturas do
      * cliente que nao estao pagas, canceladas nem anuladas; de
      * cada fatura com parcelas escolhiveis guarda-se tambem a
      * ultima parcela do plano. O residual vem depois.
       CARREGA-PARCELAS-VENCIDAS.

           MOVE ZEROS TO WS-ITM-CONT WS-FTB-CONT
           MOVE 'N' TO WS-ITENS-A-MAIS
           MOVE 'N' TO WS-FATURAS-FIM

           OPEN INPUT PRESTACOES
           IF WS-FS-PRESTACOES NOT = "00"
               DISPLAY "PRESTACOES.DAT NAO ENCONTRADO - SEM PLANOS."
           ELSE
               OPEN INPUT FATURAS
               IF WS-FS-FATURAS NOT = "00"
                   DISPLAY "FATURAS.DAT NAO ENCONTRADO."
               ELSE
                   MOVE ZEROS TO FAT-NUMERO
                   START FATURAS KEY NOT < FAT-NUMERO
                       INVALID KEY SET WS-SEM-MAIS-FATURAS TO TRUE
                   END-START
                   IF NOT WS-SEM-MAIS-FATURAS
                       PERFORM LE-FATURA-SEGUINTE
                       PERFORM GUARDA-FATURA-CLIENTE
                           UNTIL WS-SEM-MAIS-FATURAS
                   END-IF
                   CLOSE FATURAS
               END-IF
               CLOSE PRESTACOES
           END-IF

           IF WS-ITENS-EXCEDIDOS
               DISPLAY "AVISO: MAIS DE " WS-ITM-MAX " PARCELAS "
                       "VENCIDAS - AS RESTANTES FICAM DE FORA."
           END-IF

           IF WS-ITM-CONT > ZERO
               PERFORM APURA-RESIDUAIS-ITENS
           END-IF.

       LE-FATURA-SEGUINTE.

           READ FATURAS NEXT
               AT END SET WS-SEM-MAIS-FATURAS TO TRUE
           END-READ.

       GUARDA-FATURA-CLIENTE.

           IF FAT-CLIENTE = WS-CLIENTE-NUM
              AND NOT FAT-CANCELADA
              AND NOT FAT-PAGA
              AND NOT FAT-INCOBRAVEL
               MOVE WS-ITM-CONT TO WS-ITM-ANTES
               MOVE ZEROS TO WS-ULTIMA-PARCELA
               PERFORM JUNTA-PARCELAS-FATURA
               IF WS-ITM-CONT > WS-ITM-ANTES
                  AND WS-FTB-CONT < WS-ITM-MAX
                   ADD 1 TO WS-FTB-CONT
                   MOVE FAT-NUMERO TO WS-FT-FATURA (WS-FTB-CONT)
                   MOVE WS-ULTIMA-PARCELA
                       TO WS-FT-ULTIMA (WS-FTB-CONT)
               END-IF
           END-IF

           PERFORM LE-FATURA-SEGUINTE.

       JUNTA-PARCELAS-FATURA.

           MOVE 'N' TO WS-PLANO-FIM
           MOVE FAT-NUMERO TO PRE-FATURA
           MOVE ZEROS      TO PRE-PARCELA
           START PRESTACOES KEY NOT < PRE-CHAVE
               INVALID KEY SET WS-SEM-MAIS-PARCELAS TO TRUE
           END-START
           IF NOT WS-SEM-MAIS-PARCELAS
               PERFORM LE-PARCELA-SEGUINTE
               PERFORM GUARDA-PARCELA-VENCIDA
                   UNTIL WS-SEM-MAIS-PARCELAS
           END-IF.

       LE-PARCELA-SEGUINTE.

           READ PRESTACOES NEXT
               AT END SET WS-SEM-MAIS-PARCELAS TO TRUE
           END-READ

           IF NOT WS-SEM-MAIS-PARCELAS
              AND PRE-FATURA NOT = FAT-NUMERO
               SET WS-SEM-MAIS-PARCELAS TO TRUE
           END-IF.

       GUARDA-PARCELA-VENCIDA.

           MOVE PRE-PARCELA TO WS-ULTIMA-PARCELA

           IF PRE-ABERTA AND PRE-VENCIMENTO < WS-DATA-HOJE
               IF WS-ITM-CONT < WS-ITM-MAX
                   ADD 1 TO WS-ITM-CONT
                   MOVE PRE-FATURA  TO WS-IT-FATURA (WS-ITM-CONT)
                   MOVE PRE-PARCELA TO WS-IT-PARCELA (WS-ITM-CONT)
                   MOVE PRE-VENCIMENTO
                       TO WS-IT-VENCIMENTO (WS-ITM-CONT)
                   MOVE PRE-VALOR TO WS-IT-RESIDUAL (WS-ITM-CONT)
                   MOVE ZEROS TO WS-IT-POR-ALOCAR (WS-ITM-CONT)
                   MOVE 'N' TO WS-IT-ESCOLHA (WS-ITM-CONT)
               ELSE
                   SET WS-ITENS-EXCEDIDOS TO TRUE
               END-IF
           END-IF

           PERFORM LE-PARCELA-SEGUINTE.

      * O residual da parcela segue o PROGPAG: o valor menos as
      * confirmacoes S e os estornos E (valor simetrico) dela.
       APURA-RESIDUAIS-ITENS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM ABATE-PAGO-ITENS
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF.

       LE-PAGAMENTO.

           READ PAGAMENTOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       ABATE-PAGO-ITENS.

           IF PAG-CONFIRMADO OR PAG-ESTORNO
               PERFORM ABATE-PAGO-ITEM
                   VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-CONT
           END-IF

           PERFORM LE-PAGAMENTO.

       ABATE-PAGO-ITEM.

           IF WS-IT-FATURA (WS-ITM-IDX) = PAG-FATURA
              AND WS-IT-PARCELA (WS-ITM-IDX) = PAG-PARCELA
               SUBTRACT PAG-VALOR FROM WS-IT-RESIDUAL (WS-ITM-IDX)
           END-IF.

      * Ordenacao simples pelo vencimento (troca de pares
      * adjacentes), como no PROGPAG - a reparticao cobre primeiro
      * a divida mais antiga.
       ORDENA-ITENS.

           IF WS-ITM-CONT > 1
               COMPUTE WS-ITM-LIMITE = WS-ITM-CONT - 1
               PERFORM PASSAGEM-ITENS
                   VARYING WS-ITM-IDX2 FROM 1 BY 1
                   UNTIL WS-ITM-IDX2 > WS-ITM-LIMITE
           END-IF.

       PASSAGEM-ITENS.

           PERFORM COMPARA-ITENS
               VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITM-LIMITE.

       COMPARA-ITENS.

           IF WS-IT-VENCIMENTO (WS-ITM-IDX)
              > WS-IT-VENCIMENTO (WS-ITM-IDX + 1)
               MOVE WS-ITM-TAB (WS-ITM-IDX)     TO WS-ITM-TROCA
               MOVE WS-ITM-TAB (WS-ITM-IDX + 1)
                    TO WS-ITM-TAB (WS-ITM-IDX)
               MOVE WS-ITM-TROCA
                    TO WS-ITM-TAB (WS-ITM-IDX + 1)
           END-IF.

      * Lista as parcelas com residual e deixa escolher uma a uma
      * (ou todas); so parcelas com divida podem entrar.
       ESCOLHE-PARCELAS.

           DISPLAY " "
           DISPLAY "PARCELAS VENCIDAS EM DIVIDA:"
           PERFORM MOSTRA-ITEM
               VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITM-CONT

           MOVE 1 TO WS-ESCOLHA
           PERFORM PEDE-ESCOLHA
               UNTIL WS-ESCOLHA = ZERO

           PERFORM SOMA-ESCOLHIDOS

           IF WS-CONT-ESCOLHIDOS = ZERO
               DISPLAY "NENHUMA PARCELA ESCOLHIDA - ACORDO NAO "
                       "CELEBRADO."
           ELSE
               SET WS-ACORDO-VALIDO TO TRUE
               MOVE WS-VALOR-TOTAL TO WS-VALOR-EDIT
               DISPLAY WS-CONT-ESCOLHIDOS " PARCELA(S) - TOTAL A "
                       "RENEGOCIAR " WS-VALOR-EDIT
           END-IF.

       MOSTRA-ITEM.

           IF WS-IT-RESIDUAL (WS-ITM-IDX) > ZEROS
               MOVE WS-IT-RESIDUAL (WS-ITM-IDX) TO WS-VALOR-EDIT
               DISPLAY "  " WS-ITM-IDX " - FATURA "
                       WS-IT-FATURA (WS-ITM-IDX) " PARCELA "
                       WS-IT-PARCELA (WS-ITM-IDX) " VENCEU "
                       WS-IT-VENCIMENTO (WS-ITM-IDX) " - "
                       WS-VALOR-EDIT
           END-IF.

       PEDE-ESCOLHA.

           DISPLAY "PARCELA A INCLUIR (0 = FIM, 99 = TODAS): "
           ACCEPT WS-ESCOLHA

           EVALUATE TRUE
               WHEN WS-ESCOLHA = ZERO
                   CONTINUE
               WHEN WS-ESCOLHA = 99
                   PERFORM ESCOLHE-TODAS
                       VARYING WS-ITM-IDX FROM 1 BY 1
                       UNTIL WS-ITM-IDX > WS-ITM-CONT
                   DISPLAY "TODAS AS PARCELAS INCLUIDAS."
                   MOVE ZERO TO WS-ESCOLHA
               WHEN WS-ESCOLHA > WS-ITM-CONT
                   DISPLAY "NUMERO INVALIDO."
               WHEN WS-IT-RESIDUAL (WS-ESCOLHA) NOT > ZEROS
                   DISPLAY "PARCELA SEM DIVIDA - NAO ENTRA."
               WHEN OTHER
                   SET WS-IT-ESCOLHIDO (WS-ESCOLHA) TO TRUE
                   DISPLAY "INCLUIDA: FATURA "
                           WS-IT-FATURA (WS-ESCOLHA) " PARCELA "
                           WS-IT-PARCELA (WS-ESCOLHA)
           END-EVALUATE.

       ESCOLHE-TODAS.

           IF WS-IT-RESIDUAL (WS-ITM-IDX) > ZEROS
               SET WS-IT-ESCOLHIDO (WS-ITM-IDX) TO TRUE
           END-IF.

       SOMA-ESCOLHIDOS.

           MOVE ZEROS TO WS-VALOR-TOTAL WS-CONT-ESCOLHIDOS

           PERFORM SOMA-ESCOLHIDO
               VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITM-CONT.

       SOMA-ESCOLHIDO.

           IF WS-IT-ESCOLHIDO (WS-ITM-IDX)
               ADD WS-IT-RESIDUAL (WS-ITM-IDX) TO WS-VALOR-TOTAL
               ADD 1 TO WS-CONT-ESCOLHIDOS
           END-IF.

      * Numero de prestacoes e primeiro vencimento - uma data real,
      * nao anterior a hoje.
       PEDE-CONDICOES.

           DISPLAY "NUMERO DE PRESTACOES DO ACORDO (1 A 24): "
           ACCEPT WS-NUM-PRESTACOES
           IF WS-NUM-PRESTACOES < 1 OR WS-NUM-PRESTACOES > 24
               DISPLAY "NUMERO DE PRESTACOES INVALIDO - ACORDO NAO "
                       "CELEBRADO."
               MOVE 'N' TO WS-ACORDO-OK
           END-IF

           IF WS-ACORDO-VALIDO
               DISPLAY "VENCIMENTO DA PRIMEIRA PRESTACAO "
                       "(AAAAMMDD): "
               ACCEPT WS-PRIMEIRO-VENC
               PERFORM VALIDA-PRIMEIRO-VENC
           END-IF

           IF WS-ACORDO-VALIDO
      * Prestacao base arredondada ao centimo; a ultima absorve a
      * diferenca para o acordo somar exatamente a divida.
               COMPUTE WS-VALOR-PARC ROUNDED =
                   WS-VALOR-TOTAL / WS-NUM-PRESTACOES
               COMPUTE WS-PRESTACOES-MENOS-1 = WS-NUM-PRESTACOES - 1
               COMPUTE WS-VALOR-ULT =
                   WS-VALOR-TOTAL
                   - (WS-VALOR-PARC * WS-PRESTACOES-MENOS-1)
           END-IF.

       VALIDA-PRIMEIRO-VENC.

           MOVE WS-PRIMEIRO-VENC TO WS-VENCIMENTO
           MOVE WS-VC-MES TO WS-CAL-MES
           MOVE WS-VC-ANO TO WS-CAL-ANO
           MOVE 'N' TO WS-CAL-MES-VALIDO
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGCALENDARIO' USING WS-CAL-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-CHAMADA-FALHOU
                   DISPLAY "PROGCALENDARIO INDISPONIVEL - ACORDO "
                           "NAO CELEBRADO."
                   MOVE 'N' TO WS-ACORDO-OK
               WHEN NOT WS-CAL-MES-OK
                  OR WS-VC-DIA < 1
                  OR WS-VC-DIA > WS-CAL-DIAS-MES
                   DISPLAY "DATA INVALIDA - ACORDO NAO CELEBRADO."
                   MOVE 'N' TO WS-ACORDO-OK
               WHEN WS-PRIMEIRO-VENC < WS-DATA-HOJE
                   DISPLAY "O PRIMEIRO VENCIMENTO NAO PODE SER "
                           "ANTERIOR A HOJE - ACORDO NAO CELEBRADO."
                   MOVE 'N' TO WS-ACORDO-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Reparte cada prestacao pelas parcelas escolhidas, da mais
      * antiga para a mais recente: cada pedaco e uma parcela nova
      * no plano da fatura de origem, com o vencimento da
      * prestacao. Em simulacao so conta as parcelas novas de cada
      * fatura, para recusar o acordo antes de gravar se algum
      * plano passar da parcela 99.
       REPARTE-PRESTACOES.

           MOVE 'N' TO WS-PARCELAS-A-MAIS
           MOVE ZEROS TO WS-CONT-FALHADAS

           PERFORM PREPARA-ITEM-REPARTICAO
               VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITM-CONT
           PERFORM PREPARA-FATURA-REPARTICAO
               VARYING WS-FTB-IDX FROM 1 BY 1
               UNTIL WS-FTB-IDX > WS-FTB-CONT

           MOVE WS-PRIMEIRO-VENC TO WS-VENCIMENTO
           MOVE WS-VC-DIA TO WS-DIA-PLANO
           MOVE 1 TO WS-ITM-IDX

           PERFORM REPARTE-PRESTACAO
               VARYING WS-PRESTACAO FROM 1 BY 1
               UNTIL WS-PRESTACAO > WS-NUM-PRESTACOES.

       PREPARA-ITEM-REPARTICAO.

           IF WS-IT-ESCOLHIDO (WS-ITM-IDX)
               MOVE WS-IT-RESIDUAL (WS-ITM-IDX)
                   TO WS-IT-POR-ALOCAR (WS-ITM-IDX)
           ELSE
               MOVE ZEROS TO WS-IT-POR-ALOCAR (WS-ITM-IDX)
           END-IF.

       PREPARA-FATURA-REPARTICAO.

           MOVE WS-FT-ULTIMA (WS-FTB-IDX)
               TO WS-FT-PROXIMA (WS-FTB-IDX).

       REPARTE-PRESTACAO.

           IF WS-PRESTACAO = WS-NUM-PRESTACOES
               MOVE WS-VALOR-ULT TO WS-POR-ALOCAR
           ELSE
               MOVE WS-VALOR-PARC TO WS-POR-ALOCAR
           END-IF

           PERFORM AJUSTA-DIA-UTIL

           PERFORM REPARTE-PEDACO
               UNTIL WS-POR-ALOCAR = ZEROS
                  OR WS-ITM-IDX > WS-ITM-CONT

           PERFORM AVANCA-MES.

       REPARTE-PEDACO.

           IF WS-IT-POR-ALOCAR (WS-ITM-IDX) = ZEROS
               ADD 1 TO WS-ITM-IDX
           ELSE
               IF WS-IT-POR-ALOCAR (WS-ITM-IDX) < WS-POR-ALOCAR
                   MOVE WS-IT-POR-ALOCAR (WS-ITM-IDX) TO WS-PEDACO
               ELSE
                   MOVE WS-POR-ALOCAR TO WS-PEDACO
               END-IF
               SUBTRACT WS-PEDACO FROM WS-POR-ALOCAR
               SUBTRACT WS-PEDACO FROM WS-IT-POR-ALOCAR (WS-ITM-IDX)

               PERFORM PROCURA-FATURA-TAB
               ADD 1 TO WS-FT-PROXIMA (WS-FTB-IDX)
               IF WS-FT-PROXIMA (WS-FTB-IDX) > 99
                   SET WS-PARCELAS-EXCEDIDAS TO TRUE
               END-IF

               IF WS-GRAVA-ALOCACAO AND NOT WS-PARCELAS-EXCEDIDAS
                   PERFORM GRAVA-PARCELA-NOVA
               END-IF
           END-IF.

       PROCURA-FATURA-TAB.

           PERFORM LOCALIZA-FATURA-TAB
               VARYING WS-FTB-IDX FROM 1 BY 1
               UNTIL WS-FTB-IDX > WS-FTB-CONT
                  OR WS-FT-FATURA (WS-FTB-IDX)
                     = WS-IT-FATURA (WS-ITM-IDX).

       LOCALIZA-FATURA-TAB.

           CONTINUE.

      * O vencimento gravado rola para o dia util seguinte quando
      * cai a um fim de semana ou feriado.
       AJUSTA-DIA-UTIL.

           MOVE WS-VENCIMENTO TO WS-VENC-UTIL
           MOVE 'P' TO DU-FUNCAO
           MOVE WS-VENCIMENTO TO DU-DATA
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGDIAUTIL' USING DIAUTIL-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND DU-OK
               MOVE DU-PROXIMO TO WS-VENC-UTIL
           END-IF.

      * Vencimento da prestacao seguinte: mesmo dia do mes seguinte,
      * encostado ao fim do mes quando o mes e mais curto, como no
      * PROGPRESTA.
       AVANCA-MES.

           IF WS-VC-MES = 12
               MOVE 1 TO WS-VC-MES
               ADD 1 TO WS-VC-ANO
           ELSE
               ADD 1 TO WS-VC-MES
           END-IF

           MOVE WS-DIA-PLANO TO WS-VC-DIA
           MOVE WS-VC-MES TO WS-CAL-MES
           MOVE WS-VC-ANO TO WS-CAL-ANO
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGCALENDARIO' USING WS-CAL-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL
           IF NOT WS-CHAMADA-FALHOU
              AND WS-CAL-MES-OK
              AND WS-VC-DIA > WS-CAL-DIAS-MES
               MOVE WS-CAL-DIAS-MES TO WS-VC-DIA
           END-IF.

      * Antes de gravar confirma que as parcelas escolhidas continuam
      * abertas; depois passa-as a R, grava as parcelas novas e as
      * linhas do acordo, e por fim o cabecalho.
       GRAVA-ACORDO.

           PERFORM PROXIMO-NUMERO-ACORDO

           OPEN I-O PRESTACOES
           IF WS-FS-PRESTACOES NOT = "00"
               DISPLAY "PRESTACOES.DAT INACESSIVEL (FILE STATUS "
                       WS-FS-PRESTACOES ") - ACORDO NAO CELEBRADO."
               MOVE 'N' TO WS-ACORDO-OK
           ELSE
               MOVE ZEROS TO WS-CONT-FALHADAS
               PERFORM CONFIRMA-PARCELA-ABERTA
                   VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-CONT
               IF WS-CONT-FALHADAS > ZERO
                   DISPLAY WS-CONT-FALHADAS " PARCELA(S) JA NAO "
                           "ESTA(O) ABERTA(S) - ACORDO NAO "
                           "CELEBRADO."
                   MOVE 'N' TO WS-ACORDO-OK
               ELSE
                   PERFORM GRAVA-LINHAS-ACORDO
               END-IF
               CLOSE PRESTACOES
           END-IF

           IF WS-ACORDO-VALIDO
               PERFORM GRAVA-CABECALHO-ACORDO
               IF WS-CONT-FALHADAS = ZERO
                   DISPLAY "ACORDO " WS-ACORDO-NUM " CELEBRADO."
               ELSE
                   DISPLAY "ACORDO " WS-ACORDO-NUM " CELEBRADO COM "
                           WS-CONT-FALHADAS " PARCELA(S) NOVA(S) "
                           "NAO GRAVADA(S) - VERIFIQUE O PLANO."
               END-IF
           END-IF.

       PROXIMO-NUMERO-ACORDO.

           MOVE ZEROS TO WS-ACORDO-NUM
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT ACORDOS
           IF WS-FS-ACORDOS = "00"
               PERFORM LE-ACORDO
               PERFORM MAIOR-NUMERO-ACORDO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE ACORDOS
           END-IF

           ADD 1 TO WS-ACORDO-NUM.

       LE-ACORDO.

           READ ACORDOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       MAIOR-NUMERO-ACORDO.

           IF ACD-NUMERO > WS-ACORDO-NUM
               MOVE ACD-NUMERO TO WS-ACORDO-NUM
           END-IF

           PERFORM LE-ACORDO.

       CONFIRMA-PARCELA-ABERTA.

           IF WS-IT-ESCOLHIDO (WS-ITM-IDX)
               MOVE WS-IT-FATURA (WS-ITM-IDX)  TO PRE-FATURA
               MOVE WS-IT-PARCELA (WS-ITM-IDX) TO PRE-PARCELA
               READ PRESTACOES
               IF WS-FS-PRESTACOES NOT = "00" OR NOT PRE-ABERTA
                   ADD 1 TO WS-CONT-FALHADAS
               END-IF
           END-IF.

       GRAVA-LINHAS-ACORDO.

           OPEN EXTEND ACORDOLIN
           IF WS-FS-ACORDOLIN = "35"
               OPEN OUTPUT ACORDOLIN
               CLOSE ACORDOLIN
               OPEN EXTEND ACORDOLIN
           END-IF

           IF WS-FS-ACORDOLIN NOT = "00"
               DISPLAY "ACORDOLIN.DAT INACESSIVEL (FILE STATUS "
                       WS-FS-ACORDOLIN ") - ACORDO NAO CELEBRADO."
               MOVE 'N' TO WS-ACORDO-OK
           ELSE
               PERFORM CONSOLIDA-PARCELA
                   VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-CONT

               SET WS-GRAVA-ALOCACAO TO TRUE
               PERFORM REPARTE-PRESTACOES

               CLOSE ACORDOLIN
           END-IF.

      * A parcela original passa a R e fica no acordo como linha O
      * com o residual consolidado.
       CONSOLIDA-PARCELA.

           IF WS-IT-ESCOLHIDO (WS-ITM-IDX)
               MOVE WS-IT-FATURA (WS-ITM-IDX)  TO PRE-FATURA
               MOVE WS-IT-PARCELA (WS-ITM-IDX) TO PRE-PARCELA
               READ PRESTACOES
               IF WS-FS-PRESTACOES = "00"
                   SET PRE-RENEGOCIADA TO TRUE
                   REWRITE FD-PRESTA-REG
               END-IF
               IF WS-FS-PRESTACOES NOT = "00"
                   DISPLAY "AVISO: PARCELA "
                           WS-IT-PARCELA (WS-ITM-IDX) " DA FATURA "
                           WS-IT-FATURA (WS-ITM-IDX) " NAO MARCADA "
                           "(FILE STATUS " WS-FS-PRESTACOES ")."
               END-IF

               MOVE SPACES TO FD-ACORDOLIN-REG
               MOVE WS-ACORDO-NUM TO ACL-ACORDO
               SET ACL-ORIGINAL TO TRUE
               MOVE WS-IT-FATURA (WS-ITM-IDX)     TO ACL-FATURA
               MOVE WS-IT-PARCELA (WS-ITM-IDX)    TO ACL-PARCELA
               MOVE WS-IT-RESIDUAL (WS-ITM-IDX)   TO ACL-VALOR
               MOVE WS-IT-VENCIMENTO (WS-ITM-IDX) TO ACL-VENCIMENTO
               MOVE ZEROS                         TO ACL-PRESTACAO
               MOVE WS-DATA-HOJE                  TO ACL-DATA
               WRITE FD-ACORDOLIN-REG
           END-IF.

       GRAVA-PARCELA-NOVA.

           MOVE WS-IT-FATURA (WS-ITM-IDX)  TO PRE-FATURA
           MOVE WS-FT-PROXIMA (WS-FTB-IDX) TO PRE-PARCELA
           MOVE WS-PEDACO                  TO PRE-VALOR
           MOVE WS-VENC-UTIL               TO PRE-VENCIMENTO
           SET PRE-ABERTA TO TRUE

           WRITE FD-PRESTA-REG

           IF WS-FS-PRESTACOES NOT = "00"
               ADD 1 TO WS-CONT-FALHADAS
               DISPLAY "  PARCELA " PRE-PARCELA " DA FATURA "
                       PRE-FATURA " NAO GRAVADA (FILE STATUS "
                       WS-FS-PRESTACOES ")."
           END-IF

           MOVE SPACES TO FD-ACORDOLIN-REG
           MOVE WS-ACORDO-NUM  TO ACL-ACORDO
           SET ACL-NOVA TO TRUE
           MOVE PRE-FATURA     TO ACL-FATURA
           MOVE PRE-PARCELA    TO ACL-PARCELA
           MOVE WS-PEDACO      TO ACL-VALOR
           MOVE WS-VENC-UTIL   TO ACL-VENCIMENTO
           MOVE WS-PRESTACAO   TO ACL-PRESTACAO
           MOVE WS-DATA-HOJE   TO ACL-DATA
           WRITE FD-ACORDOLIN-REG.

       GRAVA-CABECALHO-ACORDO.

           OPEN EXTEND ACORDOS
           IF WS-FS-ACORDOS = "35"
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN EXTEND ACORDOS
           END-IF

           MOVE SPACES TO FD-ACORDO-REG
           MOVE WS-ACORDO-NUM     TO ACD-NUMERO
           MOVE WS-CLIENTE-NUM    TO ACD-CLIENTE
           MOVE WS-DATA-HOJE      TO ACD-DATA
           MOVE WS-VALOR-TOTAL    TO ACD-VALOR
           MOVE WS-NUM-PRESTACOES TO ACD-PRESTACOES
           MOVE WS-PRIMEIRO-VENC  TO ACD-PRIMEIRO-VENC
           MOVE SGN-OPERADOR      TO ACD-OPERADOR
           WRITE FD-ACORDO-REG

           CLOSE ACORDOS.

      * Situacao de cada acordo pelas suas parcelas novas: cumprido
      * com todas pagas, em incumprimento com alguma aberta e
      * vencida, senao em curso.
       LISTA-ACORDOS.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE ZEROS TO WS-CONT-LISTADOS

           OPEN INPUT ACORDOS
           IF WS-FS-ACORDOS NOT = "00"
               DISPLAY "SEM ACORDOS REGISTADOS (ACORDOS.DAT NAO "
                       "EXISTE)."
           ELSE
               MOVE 'N' TO WS-PLANOS-ESTADO
               OPEN INPUT PRESTACOES
               IF WS-FS-PRESTACOES = "00"
                   SET WS-PLANOS-ABERTOS TO TRUE
               END-IF
               PERFORM LE-ACORDO
               PERFORM MOSTRA-ACORDO
                   UNTIL WS-SEM-MAIS-REGISTOS
               IF WS-PLANOS-ABERTOS
                   CLOSE PRESTACOES
               END-IF
               CLOSE ACORDOS
               DISPLAY "ACORDOS LISTADOS: " WS-CONT-LISTADOS
           END-IF.

       MOSTRA-ACORDO.

           MOVE ACD-NUMERO TO WS-ACORDO-NUM
           PERFORM AVALIA-ACORDO

           MOVE ACD-VALOR TO WS-VALOR-EDIT
           DISPLAY "  ACORDO " ACD-NUMERO " | CLIENTE " ACD-CLIENTE
                   " | " ACD-DATA " | " WS-VALOR-EDIT " | "
                   ACD-PRESTACOES " PREST. | " WS-SITUACAO
           ADD 1 TO WS-CONT-LISTADOS

           PERFORM LE-ACORDO.

       AVALIA-ACORDO.

           MOVE ZEROS TO WS-CONT-NOVAS WS-CONT-PAGAS
                         WS-CONT-ATRASADAS
           MOVE 'N' TO WS-LINHAS-FIM

           OPEN INPUT ACORDOLIN
           IF WS-FS-ACORDOLIN = "00"
               PERFORM LE-LINHA-ACORDO
               PERFORM AVALIA-LINHA-ACORDO
                   UNTIL WS-SEM-MAIS-LINHAS
               CLOSE ACORDOLIN
           END-IF

           EVALUATE TRUE
               WHEN WS-CONT-ATRASADAS > ZERO
                   MOVE "EM INCUMPRIMENTO" TO WS-SITUACAO
               WHEN WS-CONT-NOVAS > ZERO
                AND WS-CONT-PAGAS = WS-CONT-NOVAS
                   MOVE "CUMPRIDO" TO WS-SITUACAO
               WHEN OTHER
                   MOVE "EM CURSO" TO WS-SITUACAO
           END-EVALUATE.

       LE-LINHA-ACORDO.

           READ ACORDOLIN
               AT END SET WS-SEM-MAIS-LINHAS TO TRUE
           END-READ.

       AVALIA-LINHA-ACORDO.

           IF ACL-ACORDO = WS-ACORDO-NUM AND ACL-NOVA
               ADD 1 TO WS-CONT-NOVAS
               IF WS-PLANOS-ABERTOS
                   MOVE ACL-FATURA  TO PRE-FATURA
                   MOVE ACL-PARCELA TO PRE-PARCELA
                   READ PRESTACOES
                   IF WS-FS-PRESTACOES = "00"
                       EVALUATE TRUE
                           WHEN PRE-PAGA
                               ADD 1 TO WS-CONT-PAGAS
                           WHEN PRE-ABERTA
                            AND PRE-VENCIMENTO < WS-DATA-HOJE
                               ADD 1 TO WS-CONT-ATRASADAS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF

           PERFORM LE-LINHA-ACORDO.

      * O acordo para assinatura: a divida consolidada, o plano de
      * prestacoes (com a fatura e a parcela a indicar em cada
      * pagamento), as condicoes e as assinaturas; sai em
      * ACORDO.LIS e vai para o spool.
       IMPRIME-ACORDO.

           MOVE 'N' TO WS-ACORDO-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO

      * O cabecalho e lido do registo de ACORDOS.DAT - o ficheiro
      * fica aberto ate o acordo estar impresso.
           MOVE 'N' TO WS-ACORDOS-ESTADO
           OPEN INPUT ACORDOS
           IF WS-FS-ACORDOS = "00"
               SET WS-ACORDOS-ABERTOS TO TRUE
               PERFORM LE-ACORDO
               PERFORM VERIFICA-ACORDO
                   UNTIL WS-SEM-MAIS-REGISTOS OR WS-ACORDO-EXISTE
           END-IF

           IF NOT WS-ACORDO-EXISTE
               DISPLAY "ACORDO " WS-ACORDO-NUM " NAO EXISTE."
           ELSE
               MOVE ACD-CLIENTE TO WS-CLIENTE-NUM
               PERFORM PROCURA-CLIENTE

               OPEN OUTPUT LISTAGEM
               IF WS-FS-LISTAGEM NOT = "00"
                   DISPLAY "ACORDO.LIS NAO PODE SER CRIADO (FILE "
                           "STATUS " WS-FS-LISTAGEM ")."
               ELSE
                   PERFORM IMPRIME-CABECALHO
                   PERFORM IMPRIME-DIVIDA
                   PERFORM IMPRIME-PLANO
                   PERFORM IMPRIME-CONDICOES
                   CLOSE LISTAGEM

                   MOVE "ACORDO" TO SPL-RELATORIO
                   MOVE "ACORDO.LIS" TO SPL-FICHEIRO
                   PERFORM ENVIA-AO-SPOOL
               END-IF
           END-IF

           IF WS-ACORDOS-ABERTOS
               CLOSE ACORDOS
           END-IF.

       VERIFICA-ACORDO.

           IF ACD-NUMERO = WS-ACORDO-NUM
               SET WS-ACORDO-EXISTE TO TRUE
           ELSE
               PERFORM LE-ACORDO
           END-IF.

       IMPRIME-CABECALHO.

           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING WS-EMP-NOME DELIMITED BY SIZE
                  "  NIF " WS-EMP-NIF DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "ACORDO DE PAGAMENTO N. " ACD-NUMERO
                  "  CELEBRADO EM " ACD-DATA
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "CLIENTE " ACD-CLIENTE " - " WS-CLIENTE-NOME
                  "  NIF " WS-CLIENTE-NIF
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA.

       IMPRIME-DIVIDA.

           MOVE "DIVIDA VENCIDA CONSOLIDADA NESTE ACORDO:" TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE 'N' TO WS-LINHAS-FIM
           OPEN INPUT ACORDOLIN
           IF WS-FS-ACORDOLIN = "00"
               PERFORM LE-LINHA-ACORDO
               PERFORM IMPRIME-LINHA-ORIGINAL
                   UNTIL WS-SEM-MAIS-LINHAS
               CLOSE ACORDOLIN
           END-IF

           MOVE ACD-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "  TOTAL EM DIVIDA" DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           MOVE WS-VALOR-EDIT TO WS-LINHA (52: 11)
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA.

       IMPRIME-LINHA-ORIGINAL.

           IF ACL-ACORDO = ACD-NUMERO AND ACL-ORIGINAL
               MOVE ACL-VALOR TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA
               STRING "  FATURA " ACL-FATURA " PARCELA " ACL-PARCELA
                      "  VENCIDA EM " ACL-VENCIMENTO
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               MOVE WS-VALOR-EDIT TO WS-LINHA (52: 11)
               PERFORM EMITE-LINHA
           END-IF

           PERFORM LE-LINHA-ACORDO.

       IMPRIME-PLANO.

           MOVE SPACES TO WS-LINHA
           STRING "PLANO DE PAGAMENTO - " ACD-PRESTACOES
                  " PRESTACAO(OES) MENSAL(IS):"
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE ZEROS TO WS-PRESTACAO-ATUAL
           MOVE 'N' TO WS-LINHAS-FIM
           OPEN INPUT ACORDOLIN
           IF WS-FS-ACORDOLIN = "00"
               PERFORM LE-LINHA-ACORDO
               PERFORM IMPRIME-LINHA-NOVA
                   UNTIL WS-SEM-MAIS-LINHAS
               CLOSE ACORDOLIN
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA.

      * Uma prestacao que cobre mais de uma fatura ocupa uma linha
      * por fatura; o numero e o vencimento so saem na primeira.
       IMPRIME-LINHA-NOVA.

           IF ACL-ACORDO = ACD-NUMERO AND ACL-NOVA
               MOVE ACL-VALOR TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA
               IF ACL-PRESTACAO NOT = WS-PRESTACAO-ATUAL
                   MOVE ACL-PRESTACAO TO WS-PRESTACAO-ATUAL
                   STRING "  PRESTACAO " ACL-PRESTACAO
                          "  VENCE " ACL-VENCIMENTO
                       DELIMITED BY SIZE INTO WS-LINHA
                   END-STRING
               END-IF
               MOVE "FATURA " TO WS-LINHA (35: 7)
               MOVE ACL-FATURA TO WS-LINHA (42: 6)
               MOVE "/" TO WS-LINHA (48: 1)
               MOVE ACL-PARCELA TO WS-LINHA (49: 2)
               MOVE WS-VALOR-EDIT TO WS-LINHA (52: 11)
               PERFORM EMITE-LINHA
           END-IF

           PERFORM LE-LINHA-ACORDO.

       IMPRIME-CONDICOES.

           MOVE "O CLIENTE RECONHECE A DIVIDA ACIMA E OBRIGA-SE A "
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "PAGA-LA NAS PRESTACOES E DATAS INDICADAS, "
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "REFERINDO EM CADA PAGAMENTO A FATURA E A PARCELA."
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "A FALTA DE PAGAMENTO DE UMA PRESTACAO NA DATA DO "
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "VENCIMENTO POE O ACORDO EM INCUMPRIMENTO, COM JUROS "
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "DE MORA E AVISOS DE COBRANCA SOBRE O QUE ESTIVER "
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "EM ATRASO." TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           PERFORM EMITE-LINHA

           MOVE "O CLIENTE                          PELA ESCOLA"
               TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "_______________________________    "
               TO WS-LINHA
           MOVE "_______________________________"
               TO WS-LINHA (36: 31)
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "DATA: ____/____/________" DELIMITED BY SIZE
                  "           OPERADOR " ACD-OPERADOR
                      DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE ALL "=" TO WS-LINHA
           PERFORM EMITE-LINHA.

       EMITE-LINHA.

           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

       ENVIA-AO-SPOOL.

           MOVE SGN-OPERADOR TO SPL-OPERADOR
           MOVE 'N' TO WS-IND-SPOOL
           CALL 'PROGSPOOL' USING SPOOL-PARAMETRES
               ON EXCEPTION
                   SET WS-SPOOL-FALHOU TO TRUE
           END-CALL
           IF NOT WS-SPOOL-FALHOU AND SPL-OK
               DISPLAY SPL-FICHEIRO " CATALOGADO NO SPOOL COMO "
                   "MEMBRO " SPL-MEMBRO "."
           END-IF.
       END PROGRAM PROGACORDO.
