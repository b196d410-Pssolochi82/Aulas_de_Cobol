      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: LISTAGEM DAS MORADAS DE CLIENTES A CORRIGIR - CADA
      *          CLIENTE ATIVO CUJA MORADA FALHA A VALIDACAO DO CODIGO
      *          POSTAL CONTRA O DIRETORIO DOS CTT (CODPOSTAL.DAT).
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. O PROGCLIENTE e o PROGIMPORTA so
      *            conferem o codigo postal das fichas novas ou
      *            alteradas; as que ja estavam no mestre ficam com
      *            o que tinham. Este lote percorre CLIENTES.DAT e,
      *            com a mesma regra (PROGCPCON), lista cada cliente
      *            ativo com morada em branco, sem codigo postal,
      *            com codigo mal formado ou fora do diretorio, ou
      *            com uma cidade que nao e a do codigo - com a
      *            localidade do diretorio ao lado, para a
      *            secretaria corrigir no PROGCLIENTE. Sai no ecra e
      *            no relatorio datado MORADAS-AAAAMMDD.REL e termina
      *            RC-AVISO (RETCOD.cpy) quando ha moradas a
      *            corrigir. Sem CODPOSTAL.DAT so o formato e
      *            verificado, e o relatorio di-lo. Passo 6 do job
      *            FIMMES e opcao do grupo OPERACOES do PROGMENU.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMORADAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT RELATORIO ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  RELATORIO.
       01  FD-REL-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "RETCOD.cpy".

       01 WS-FS-CLIENTES           PIC X(02) VALUE SPACES.
       01 WS-FS-RELATORIO          PIC X(02) VALUE ZEROS.

       01 WS-NOME-RELATORIO        PIC X(24) VALUE SPACES.
       01 WS-REL-ABERTO            PIC X VALUE 'N'.
           88 WS-REL-DISPONIVEL           VALUE 'S'.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       01 WS-LINHA                 PIC X(132) VALUE SPACES.
       01 WS-MOTIVO                PIC X(60) VALUE SPACES.

       01 WS-CONT-LIDOS            PIC 9(06) VALUE ZEROS.
       01 WS-CONT-CORRIGIR         PIC 9(06) VALUE ZEROS.
       01 WS-CONT-EDIT             PIC ZZZZZ9.

       01 WS-TEM-DIRETORIO         PIC X VALUE 'S'.
           88 WS-DIRETORIO-AUSENTE        VALUE 'N'.

       01 WS-IND-CPCON             PIC X VALUE 'N'.
           88 WS-CPCON-FALHOU             VALUE 'S'.

       01 CPCON-PARAMETRES.
           02 CPC-CODIGO               PIC X(08).
           02 CPC-CIDADE               PIC X(30).
           02 CPC-LOCALIDADE           PIC X(30).
           02 CPC-RESULTADO            PIC X(01).
               88 CPC-CONFERE                 VALUE 'S'.
               88 CPC-OUTRA-LOCALIDADE        VALUE 'L'.
               88 CPC-DESCONHECIDO            VALUE 'N'.
               88 CPC-MAL-FORMADO             VALUE 'I'.
               88 CPC-SEM-DIRETORIO           VALUE 'F'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   MORADAS DE CLIENTES A CORRIGIR        *"
           DISPLAY "*******************************************"

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-CORRIGIR
           MOVE 'S' TO WS-TEM-DIRETORIO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "CLIENTES.DAT NAO EXISTE - NADA A VERIFICAR."
           ELSE
               PERFORM ABRE-RELATORIO

               PERFORM LE-CLIENTE
               PERFORM VERIFICA-CLIENTE
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE CLIENTES

               PERFORM EMITE-TOTAIS

               IF WS-REL-DISPONIVEL
                   CLOSE RELATORIO
                   DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO
               END-IF

               IF WS-CONT-CORRIGIR > ZERO
                   SET RC-AVISO TO TRUE
               END-IF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       ABRE-RELATORIO.

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "MORADAS-" WS-DATA-HOJE ".REL"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           END-STRING

           OPEN OUTPUT RELATORIO
           IF WS-FS-RELATORIO = "00"
               SET WS-REL-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "AVISO: NAO FOI POSSIVEL ABRIR "
                       WS-NOME-RELATORIO " - LISTAGEM SO NO ECRA."
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "MORADAS DE CLIENTES A CORRIGIR - "
                  WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "ID     NOME                           "
                  "C.POSTAL CIDADE                         "
                  "MOTIVO" DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       EMITE-LINHA.

           DISPLAY WS-LINHA
           IF WS-REL-DISPONIVEL
               MOVE WS-LINHA TO FD-REL-LINHA
               WRITE FD-REL-LINHA
           END-IF.

       LE-CLIENTE.

           READ CLIENTES
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * A mesma regra do PROGCLIENTE (PROGCPCON); os eliminados nao
      * recebem correio e ficam de fora.
       VERIFICA-CLIENTE.

           IF NOT CLI-ELIMINADO
               ADD 1 TO WS-CONT-LIDOS
               MOVE SPACES TO WS-MOTIVO

               EVALUATE TRUE
                   WHEN CLI-ENDERECO = SPACES
                       MOVE "MORADA EM BRANCO" TO WS-MOTIVO
                   WHEN CLI-CODIGO-POSTAL = SPACES
                       MOVE "SEM CODIGO POSTAL" TO WS-MOTIVO
                   WHEN OTHER
                       PERFORM CONFERE-CODIGO
               END-EVALUATE

               IF WS-MOTIVO NOT = SPACES
                   PERFORM LISTA-CLIENTE
               END-IF
           END-IF

           PERFORM LE-CLIENTE.

       CONFERE-CODIGO.

           MOVE CLI-CODIGO-POSTAL TO CPC-CODIGO
           MOVE CLI-CIDADE        TO CPC-CIDADE
           SET CPC-SEM-DIRETORIO TO TRUE

           MOVE 'N' TO WS-IND-CPCON
           CALL 'PROGCPCON' USING CPCON-PARAMETRES
               ON EXCEPTION
                   SET WS-CPCON-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN CPC-MAL-FORMADO
                   MOVE "CODIGO POSTAL MAL FORMADO (NNNN-NNN)"
                       TO WS-MOTIVO
               WHEN CPC-DESCONHECIDO
                   MOVE "CODIGO POSTAL FORA DO DIRETORIO"
                       TO WS-MOTIVO
               WHEN CPC-OUTRA-LOCALIDADE
                   STRING "CIDADE NAO CONFERE - DIRETORIO: "
                          CPC-LOCALIDADE DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
               WHEN CPC-CONFERE AND CLI-CIDADE = SPACES
                   STRING "CIDADE EM BRANCO - DIRETORIO: "
                          CPC-LOCALIDADE DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
               WHEN CPC-SEM-DIRETORIO
                   SET WS-DIRETORIO-AUSENTE TO TRUE
           END-EVALUATE.

       LISTA-CLIENTE.

           ADD 1 TO WS-CONT-CORRIGIR

           MOVE SPACES TO WS-LINHA
           STRING CLI-ID " " CLI-NOME " " CLI-CODIGO-POSTAL " "
                  CLI-CIDADE " " WS-MOTIVO DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA.

       EMITE-TOTAIS.

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA

           MOVE WS-CONT-LIDOS TO WS-CONT-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "CLIENTES ATIVOS VERIFICADOS: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           MOVE WS-CONT-CORRIGIR TO WS-CONT-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "MORADAS A CORRIGIR        : " WS-CONT-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
           END-STRING
           PERFORM EMITE-LINHA

           IF WS-DIRETORIO-AUSENTE
               MOVE SPACES TO WS-LINHA
               STRING "AVISO: DIRETORIO CODPOSTAL.DAT POR CARREGAR "
                      "(PROGCPCARGA) - SO O FORMATO FOI VERIFICADO."
                   DELIMITED BY SIZE INTO WS-LINHA
               END-STRING
               PERFORM EMITE-LINHA
           END-IF.
       END PROGRAM PROGMORADAS.
