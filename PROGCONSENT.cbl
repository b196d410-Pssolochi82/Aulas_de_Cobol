      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: REGISTO DOS CONSENTIMENTOS DOS ENCARREGADOS
      *          (CONSENTIMENTOS.DAT) - CONTACTO POR E-MAIL, POR
      *          CORREIO, AVISOS DE PAGAMENTO NUMA MORADA, USO DA
      *          FOTOGRAFIA - COM CONSULTA E RELATORIO PARA AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. A escola tem de provar o que cada
      *            encarregado autorizou e as cartas e os avisos
      *            saiam para o que estivesse na ficha do cliente.
      *            Cada consentimento dado ou retirado acrescenta um
      *            registo (layout CSTREG.cpy) com a data em que foi
      *            dado/retirado, o operador da sessao (PROGSIGNON)
      *            e quando foi registado; nada se regrava. Opcoes:
      *              1 - registar um consentimento dado ou retirado
      *                  (o cliente tem de existir e estar ativo)
      *              2 - consultar um encarregado: o que esta em
      *                  vigor (PROGCONSCON) e o historico
      *              3 - relatorio para auditoria (CONSENT.LIS,
      *                  copiado para o spool): por cliente e tipo,
      *                  todo o historico, com o registo em vigor
      *                  marcado
      *            Cada registo fica tambem em AUDIT.DAT via
      *            PROGAUDIT (tipo CONSENT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONSENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENTIMENTOS ASSIGN TO "CONSENTIMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSENTIMENTOS.
           SELECT CLIENTES       ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT LISTAGEM       ASSIGN TO "CONSENT.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
           SELECT ORDENACAO      ASSIGN TO "CONSENT.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  CONSENTIMENTOS.
       COPY "CSTREG.cpy" REPLACING NIVEL-CST BY 01
                                   CAMPO-CST-REG BY FD-CONSENT-REG.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  LISTAGEM.
       01  FD-LISTAGEM-REG             PIC X(80).

      * Os registos por cliente, tipo e data: o ultimo de cada
      * cliente/tipo e o que esta em vigor.
       SD  ORDENACAO.
       01  SRT-REGISTO.
           03 SRT-CLIENTE              PIC 9(06).
           03 SRT-TIPO                 PIC X(01).
           03 SRT-SITUACAO             PIC X(01).
           03 SRT-DATA                 PIC 9(08).
           03 SRT-OPERADOR             PIC X(08).
           03 SRT-DATA-REGISTO         PIC 9(08).
           03 SRT-HORA-REGISTO         PIC 9(06).
           03 SRT-MORADA               PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONSENTIMENTOS     PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-LISTAGEM           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-SORT              PIC X VALUE 'N'.
           88 WS-SEM-MAIS-ORDENADOS       VALUE 'S'.

       01 WS-OPCAO                 PIC 9 VALUE 9.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

       01 WS-CLIENTE               PIC 9(06) VALUE ZEROS.
       01 WS-CLIENTE-ACHADO        PIC X VALUE 'N'.
           88 WS-CLIENTE-EXISTE           VALUE 'S'.
       01 WS-NOME-CLIENTE          PIC X(30) VALUE SPACES.
       01 WS-EMAIL-CLIENTE         PIC X(50) VALUE SPACES.

      * O registo novo, montado antes de o acrescentar.
       COPY "CSTREG.cpy" REPLACING NIVEL-CST BY 01
                                   CAMPO-CST-REG BY WS-NOVO-REG.

       01 WS-DATA-LIDA             PIC 9(08) VALUE ZEROS.
       01 WS-DADOS-BONS            PIC X VALUE 'N'.
           88 WS-DADOS-VALIDOS            VALUE 'S'.

       01 WS-TIPO-EXTENSO          PIC X(18) VALUE SPACES.
       01 WS-SITUACAO-EXTENSO      PIC X(08) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE SPACE.
       01 WS-DATA-EDIT             PIC X(10) VALUE SPACES.
       01 WS-DATA-A-EDITAR         PIC 9(08) VALUE ZEROS.
       01 WS-MARCA-VIGOR           PIC X(08) VALUE SPACES.
       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-CONT-HISTORICO        PIC 9(04) VALUE ZEROS.

      * Registo anterior na emissao do relatorio - so se sabe se
      * estava em vigor quando chega o seguinte.
       01 WS-ANT-REG.
           03 WS-AN-CLIENTE            PIC 9(06).
           03 WS-AN-TIPO               PIC X(01).
           03 WS-AN-SITUACAO           PIC X(01).
           03 WS-AN-DATA               PIC 9(08).
           03 WS-AN-OPERADOR           PIC X(08).
           03 WS-AN-DATA-REGISTO       PIC 9(08).
           03 WS-AN-HORA-REGISTO       PIC 9(06).
           03 WS-AN-MORADA             PIC X(60).
       01 WS-HA-ANTERIOR           PIC X VALUE 'N'.
           88 WS-ANTERIOR-PENDENTE        VALUE 'S'.
       01 WS-CLIENTE-EMITIDO       PIC 9(06) VALUE ZEROS.
       01 WS-TOT-CLIENTES          PIC 9(05) VALUE ZEROS.
       01 WS-TOT-REGISTOS          PIC 9(06) VALUE ZEROS.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-AUDIT             PIC X VALUE 'N'.
           88 WS-AUDIT-FALHOU             VALUE 'S'.
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

       01 AUDIT-PARAMETRES.
           02 AUD-PROGRAMA             PIC X(14).
           02 AUD-TIPO                 PIC X(08).
           02 AUD-OPERADOR             PIC X(08).
           02 AUD-DETALHE              PIC X(60).
           02 AUD-RESULTADO            PIC X(01).
               88 AUD-OK                      VALUE 'S'.
               88 AUD-FALHOU                  VALUE 'N'.

       01 CONSCON-PARAMETRES.
           02 CNS-CLIENTE              PIC 9(06).
           02 CNS-EMAIL                PIC X(01).
               88 CNS-EMAIL-AUTORIZADO        VALUE 'S'.
           02 CNS-CORREIO              PIC X(01).
               88 CNS-CORREIO-AUTORIZADO      VALUE 'S'.
           02 CNS-AVISOS               PIC X(01).
               88 CNS-AVISOS-AUTORIZADOS      VALUE 'S'.
           02 CNS-FOTOGRAFIA           PIC X(01).
               88 CNS-FOTOGRAFIA-AUTORIZADA   VALUE 'S'.
           02 CNS-MORADA-AVISOS        PIC X(60).
           02 CNS-RESULTADO            PIC X(01).
               88 CNS-COM-REGISTO             VALUE 'S'.
               88 CNS-SEM-REGISTO             VALUE 'N'.
               88 CNS-SEM-FICHEIRO            VALUE 'F'.

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
       PRINCIPAL SECTION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   CONSENTIMENTOS DOS ENCARREGADOS       *"
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

           DISPLAY "REGISTO DE CONSENTIMENTOS TERMINADO."
           GOBACK.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "  1 - REGISTAR CONSENTIMENTO DADO OU RETIRADO"
           DISPLAY "  2 - CONSULTAR UM ENCARREGADO"
           DISPLAY "  3 - RELATORIO PARA AUDITORIA"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           MOVE ZERO TO WS-OPCAO
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REGISTA-CONSENTIMENTO
               WHEN 2
                   PERFORM CONSULTA-ENCARREGADO
               WHEN 3
                   PERFORM RELATORIO-AUDITORIA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      * ------- registo de um consentimento ----------------------
       REGISTA-CONSENTIMENTO.

           DISPLAY "NUMERO DO CLIENTE (ENCARREGADO): "
           MOVE ZEROS TO WS-CLIENTE
           ACCEPT WS-CLIENTE

           PERFORM LE-CLIENTE

           IF NOT WS-CLIENTE-EXISTE
               DISPLAY "CLIENTE " WS-CLIENTE " NAO EXISTE OU ESTA "
                       "ELIMINADO - NADA REGISTADO."
           ELSE
               DISPLAY "CLIENTE " WS-CLIENTE " " WS-NOME-CLIENTE
               PERFORM MOSTRA-EM-VIGOR
               PERFORM PEDE-CONSENTIMENTO
               IF WS-DADOS-VALIDOS
                   PERFORM GRAVA-CONSENTIMENTO
                   PERFORM REGISTA-AUDITORIA
               END-IF
           END-IF.

       LE-CLIENTE.

           MOVE 'N' TO WS-CLIENTE-ACHADO
           MOVE SPACES TO WS-NOME-CLIENTE WS-EMAIL-CLIENTE

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES = "00"
               MOVE WS-CLIENTE TO CLI-ID
               READ CLIENTES
               IF WS-FS-CLIENTES = "00" AND NOT CLI-ELIMINADO
                   SET WS-CLIENTE-EXISTE TO TRUE
                   MOVE CLI-NOME  TO WS-NOME-CLIENTE
                   MOVE CLI-EMAIL TO WS-EMAIL-CLIENTE
               END-IF
               CLOSE CLIENTES
           END-IF.

       PEDE-CONSENTIMENTO.

           MOVE SPACES TO WS-NOVO-REG
           MOVE 'N' TO WS-DADOS-BONS
           MOVE WS-CLIENTE TO CST-CLIENTE OF WS-NOVO-REG

           DISPLAY "TIPO (E = E-MAIL, C = CORREIO, A = AVISOS DE "
                   "PAGAMENTO, F = FOTOGRAFIA): "
           ACCEPT CST-TIPO OF WS-NOVO-REG
           DISPLAY "D = DADO, R = RETIRADO: "
           ACCEPT CST-SITUACAO OF WS-NOVO-REG

           EVALUATE TRUE
               WHEN NOT CST-TIPO-VALIDO OF WS-NOVO-REG
                   DISPLAY "TIPO INVALIDO - NADA REGISTADO."
               WHEN NOT CST-DADO OF WS-NOVO-REG
                    AND NOT CST-RETIRADO OF WS-NOVO-REG
                   DISPLAY "SITUACAO INVALIDA - NADA REGISTADO."
               WHEN OTHER
                   PERFORM PEDE-DATA-CONSENTIMENTO
           END-EVALUATE

           IF WS-DADOS-VALIDOS
              AND CST-AVISOS OF WS-NOVO-REG
              AND CST-DADO OF WS-NOVO-REG
               DISPLAY "MORADA PARA OS AVISOS (ENTER = A DA FICHA "
                       "DO CLIENTE): "
               ACCEPT CST-MORADA OF WS-NOVO-REG
           END-IF

           IF WS-DADOS-VALIDOS
              AND CST-EMAIL OF WS-NOVO-REG
              AND CST-DADO OF WS-NOVO-REG
              AND WS-EMAIL-CLIENTE = SPACES
               DISPLAY "AVISO: A FICHA DO CLIENTE NAO TEM E-MAIL - O "
                       "CONSENTIMENTO FICA REGISTADO."
           END-IF.

      * A data em que o encarregado deu ou retirou o consentimento
      * (o papel assinado pode ser de antes); nunca no futuro.
       PEDE-DATA-CONSENTIMENTO.

           DISPLAY "DATA EM QUE FOI DADO/RETIRADO (AAAAMMDD, "
                   "ENTER = HOJE): "
           MOVE ZEROS TO WS-DATA-LIDA
           ACCEPT WS-DATA-LIDA
           IF WS-DATA-LIDA = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-LIDA
           END-IF

           MOVE 'W' TO DT-FUNCAO
           MOVE WS-DATA-LIDA TO DT-DATA1
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGDATAS' USING DATAS-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN NOT WS-CHAMADA-FALHOU AND DT-INVALIDO
                   DISPLAY "DATA INVALIDA - NADA REGISTADO."
               WHEN WS-DATA-LIDA > WS-DATA-HOJE
                   DISPLAY "DATA NO FUTURO - NADA REGISTADO."
               WHEN OTHER
                   SET WS-DADOS-VALIDOS TO TRUE
                   MOVE WS-DATA-LIDA TO CST-DATA OF WS-NOVO-REG
           END-EVALUATE.

       GRAVA-CONSENTIMENTO.

           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE SGN-OPERADOR TO CST-OPERADOR OF WS-NOVO-REG
           MOVE WS-DATA-HOJE TO CST-DATA-REGISTO OF WS-NOVO-REG
           MOVE WS-HORA-AGORA (1: 6)
                TO CST-HORA-REGISTO OF WS-NOVO-REG

           OPEN EXTEND CONSENTIMENTOS
           IF WS-FS-CONSENTIMENTOS = "35"
               OPEN OUTPUT CONSENTIMENTOS
               CLOSE CONSENTIMENTOS
               OPEN EXTEND CONSENTIMENTOS
           END-IF

           MOVE WS-NOVO-REG TO FD-CONSENT-REG
           WRITE FD-CONSENT-REG

           CLOSE CONSENTIMENTOS

           MOVE CST-TIPO OF WS-NOVO-REG     TO WS-AN-TIPO
           MOVE CST-SITUACAO OF WS-NOVO-REG TO WS-AN-SITUACAO
           PERFORM TRADUZ-TIPO
           DISPLAY "CONSENTIMENTO " WS-TIPO-EXTENSO " "
                   WS-SITUACAO-EXTENSO " REGISTADO.".

      * ------- consulta de um encarregado ----------------------
       CONSULTA-ENCARREGADO.

           DISPLAY "NUMERO DO CLIENTE (ENCARREGADO): "
           MOVE ZEROS TO WS-CLIENTE
           ACCEPT WS-CLIENTE

           PERFORM LE-CLIENTE
           IF WS-CLIENTE-EXISTE
               DISPLAY "CLIENTE " WS-CLIENTE " " WS-NOME-CLIENTE
           ELSE
               DISPLAY "CLIENTE " WS-CLIENTE " (SEM FICHA ATIVA)"
           END-IF

           PERFORM MOSTRA-EM-VIGOR

           IF CNS-COM-REGISTO
               DISPLAY "  HISTORICO:"
               MOVE ZEROS TO WS-CONT-HISTORICO
               MOVE 'N' TO WS-FIM-FICHEIRO
               OPEN INPUT CONSENTIMENTOS
               PERFORM LE-CONSENTIMENTO
               PERFORM MOSTRA-HISTORICO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE CONSENTIMENTOS
           END-IF.

       MOSTRA-EM-VIGOR.

           MOVE WS-CLIENTE TO CNS-CLIENTE
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGCONSCON' USING CONSCON-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF WS-CHAMADA-FALHOU
               DISPLAY "PROGCONSCON INDISPONIVEL."
               SET CNS-SEM-REGISTO TO TRUE
           ELSE
               IF NOT CNS-COM-REGISTO
                   DISPLAY "  SEM CONSENTIMENTOS REGISTADOS - NENHUM "
                           "CANAL AUTORIZADO."
               ELSE
                   DISPLAY "  EM VIGOR: E-MAIL " CNS-EMAIL
                           " | CORREIO " CNS-CORREIO
                           " | AVISOS " CNS-AVISOS
                           " | FOTOGRAFIA " CNS-FOTOGRAFIA
                   IF CNS-AVISOS-AUTORIZADOS
                      AND CNS-MORADA-AVISOS NOT = SPACES
                       DISPLAY "  MORADA DOS AVISOS: "
                               CNS-MORADA-AVISOS
                   END-IF
               END-IF
           END-IF.

       LE-CONSENTIMENTO.

           READ CONSENTIMENTOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       MOSTRA-HISTORICO.

           IF CST-CLIENTE OF FD-CONSENT-REG = WS-CLIENTE
               MOVE FD-CONSENT-REG TO WS-ANT-REG
               PERFORM TRADUZ-TIPO
               MOVE WS-AN-DATA TO WS-DATA-A-EDITAR
               PERFORM EDITA-DATA
               DISPLAY "    " WS-TIPO-EXTENSO " " WS-SITUACAO-EXTENSO
                       " EM " WS-DATA-EDIT " POR " WS-AN-OPERADOR
                       " (REGISTADO " WS-AN-DATA-REGISTO ")"
               ADD 1 TO WS-CONT-HISTORICO
           END-IF

           PERFORM LE-CONSENTIMENTO.

       TRADUZ-TIPO.

           EVALUATE WS-AN-TIPO
               WHEN 'E'
                   MOVE "E-MAIL"             TO WS-TIPO-EXTENSO
               WHEN 'C'
                   MOVE "CORREIO"            TO WS-TIPO-EXTENSO
               WHEN 'A'
                   MOVE "AVISOS PAGAMENTO"   TO WS-TIPO-EXTENSO
               WHEN 'F'
                   MOVE "FOTOGRAFIA"         TO WS-TIPO-EXTENSO
               WHEN OTHER
                   MOVE "(TIPO DESCONHECIDO)" TO WS-TIPO-EXTENSO
           END-EVALUATE

           IF WS-AN-SITUACAO = 'D'
               MOVE "DADO"     TO WS-SITUACAO-EXTENSO
           ELSE
               MOVE "RETIRADO" TO WS-SITUACAO-EXTENSO
           END-IF.

       EDITA-DATA.

           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-DATA-A-EDITAR (7: 2) "/"
                  WS-DATA-A-EDITAR (5: 2) "/"
                  WS-DATA-A-EDITAR (1: 4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING.

       REGISTA-AUDITORIA.

           MOVE "PROGCONSENT" TO AUD-PROGRAMA
           MOVE "CONSENT"     TO AUD-TIPO
           MOVE SGN-OPERADOR  TO AUD-OPERADOR
           MOVE SPACES        TO AUD-DETALHE
           STRING "CLIENTE " WS-CLIENTE
                  " TIPO " CST-TIPO OF WS-NOVO-REG
                  " " WS-SITUACAO-EXTENSO
                  " EM " CST-DATA OF WS-NOVO-REG
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING
           SET AUD-FALHOU TO TRUE
           MOVE 'N' TO WS-IND-AUDIT

           CALL 'PROGAUDIT' USING AUDIT-PARAMETRES
               ON EXCEPTION
                   SET WS-AUDIT-FALHOU TO TRUE
           END-CALL

           IF WS-AUDIT-FALHOU OR AUD-FALHOU
               DISPLAY "AVISO: NAO FOI POSSIVEL REGISTAR O "
                       "CONSENTIMENTO EM AUDIT.DAT."
           END-IF.

      * ------- relatorio para auditoria -------------------------
       RELATORIO-AUDITORIA.

           OPEN INPUT CONSENTIMENTOS
           IF WS-FS-CONSENTIMENTOS NOT = "00"
               DISPLAY "CONSENTIMENTOS.DAT NAO ENCONTRADO - NADA A "
                       "RELATAR."
           ELSE
               CLOSE CONSENTIMENTOS

               MOVE ZEROS TO WS-TOT-CLIENTES WS-TOT-REGISTOS
                             WS-CLIENTE-EMITIDO
               MOVE 'N' TO WS-HA-ANTERIOR

               OPEN OUTPUT LISTAGEM
               MOVE WS-DATA-HOJE TO WS-DATA-A-EDITAR
               PERFORM EDITA-DATA
               MOVE SPACES TO WS-LINHA
               STRING "CONSENTIMENTOS DOS ENCARREGADOS - EMITIDO EM "
                      WS-DATA-EDIT " POR " SGN-OPERADOR
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE ALL "=" TO WS-LINHA
               PERFORM EMITE-LINHA

               SORT ORDENACAO
                   ON ASCENDING KEY SRT-CLIENTE SRT-TIPO SRT-DATA
                                    SRT-DATA-REGISTO SRT-HORA-REGISTO
                   USING CONSENTIMENTOS
                   OUTPUT PROCEDURE IS EMITE-CONSENTIMENTOS

               MOVE SPACES TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "TOTAL: " WS-TOT-CLIENTES " CLIENTES, "
                      WS-TOT-REGISTOS " REGISTOS DE CONSENTIMENTO"
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               CLOSE LISTAGEM

               DISPLAY "CLIENTES NO RELATORIO : " WS-TOT-CLIENTES
               DISPLAY "REGISTOS              : " WS-TOT-REGISTOS
               DISPLAY "RELATORIO EM CONSENT.LIS."
               PERFORM ENVIA-AO-SPOOL
           END-IF.

       DEVOLVE-CONSENTIMENTO.

           RETURN ORDENACAO
               AT END SET WS-SEM-MAIS-ORDENADOS TO TRUE
           END-RETURN.

      * O registo anterior so e emitido quando chega o seguinte: se
      * o seguinte e de outro cliente/tipo, o anterior e o que esta
      * em vigor.
       TRATA-CONSENTIMENTO-ORDENADO.

           IF WS-ANTERIOR-PENDENTE
               IF SRT-CLIENTE NOT = WS-AN-CLIENTE
                  OR SRT-TIPO NOT = WS-AN-TIPO
                   MOVE "EM VIGOR" TO WS-MARCA-VIGOR
               ELSE
                   MOVE SPACES TO WS-MARCA-VIGOR
               END-IF
               PERFORM EMITE-ANTERIOR
           END-IF

           MOVE SRT-REGISTO TO WS-ANT-REG
           SET WS-ANTERIOR-PENDENTE TO TRUE

           PERFORM DEVOLVE-CONSENTIMENTO.

       EMITE-ANTERIOR.

           IF WS-AN-CLIENTE NOT = WS-CLIENTE-EMITIDO
               PERFORM ABRE-CLIENTE-RELATORIO
           END-IF

           ADD 1 TO WS-TOT-REGISTOS
           PERFORM TRADUZ-TIPO
           MOVE WS-AN-DATA TO WS-DATA-A-EDITAR
           PERFORM EDITA-DATA

           MOVE SPACES TO WS-LINHA
           STRING "  " WS-TIPO-EXTENSO " " WS-SITUACAO-EXTENSO " "
                  WS-DATA-EDIT " " WS-AN-OPERADOR " "
                  WS-AN-DATA-REGISTO " " WS-AN-HORA-REGISTO " "
                  WS-MARCA-VIGOR
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           IF WS-AN-TIPO = 'A' AND WS-AN-SITUACAO = 'D'
               MOVE SPACES TO WS-LINHA
               IF WS-AN-MORADA = SPACES
                   MOVE "      MORADA DOS AVISOS: A DA FICHA DO CLIENTE"
                       TO WS-LINHA
               ELSE
                   STRING "      MORADA DOS AVISOS: " WS-AN-MORADA
                       DELIMITED BY SIZE INTO WS-LINHA
                   END-STRING
               END-IF
               PERFORM EMITE-LINHA
           END-IF.

       ABRE-CLIENTE-RELATORIO.

           MOVE WS-AN-CLIENTE TO WS-CLIENTE-EMITIDO WS-CLIENTE
           ADD 1 TO WS-TOT-CLIENTES
           PERFORM LE-CLIENTE
           IF NOT WS-CLIENTE-EXISTE
               MOVE "(SEM FICHA ATIVA)" TO WS-NOME-CLIENTE
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           STRING "CLIENTE " WS-AN-CLIENTE " " WS-NOME-CLIENTE
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA
           MOVE "  TIPO               SITUACAO DATA       OPERADOR "
               & "REGISTADO EM" TO WS-LINHA
           PERFORM EMITE-LINHA.

       EMITE-LINHA.

           MOVE WS-LINHA TO FD-LISTAGEM-REG
           WRITE FD-LISTAGEM-REG.

      * Copia do relatorio para o spool (PROGSPOOL) - sem o spool
      * ligado fica so o CONSENT.LIS.
       ENVIA-AO-SPOOL.

           MOVE "CONSENT" TO SPL-RELATORIO
           MOVE "CONSENT.LIS" TO SPL-FICHEIRO
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
      * EMISSAO - OS REGISTOS CHEGAM POR CLIENTE, TIPO E DATA
      ******************************************************************
       EMITE-CONSENTIMENTOS SECTION.
       EMITE-INICIO.

           MOVE 'N' TO WS-FIM-SORT
           PERFORM DEVOLVE-CONSENTIMENTO
           PERFORM TRATA-CONSENTIMENTO-ORDENADO
               UNTIL WS-SEM-MAIS-ORDENADOS

           IF WS-ANTERIOR-PENDENTE
               MOVE "EM VIGOR" TO WS-MARCA-VIGOR
               PERFORM EMITE-ANTERIOR
           END-IF.
       END PROGRAM PROGCONSENT.
