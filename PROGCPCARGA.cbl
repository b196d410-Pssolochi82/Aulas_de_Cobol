      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: CARGA DO DIRETORIO DE CODIGOS POSTAIS (CODPOSTAL.DAT)
      *          A PARTIR DA LISTA PUBLICADA PELOS CTT (TODOS_CP.TXT).
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. Um terco das cartas devolvidas no
      *            controlo de despacho voltava por codigo postal
      *            errado ou em falta - a morada do cliente era texto
      *            livre sem nada contra que conferir. Este programa,
      *            so com perfil de supervisor, le a lista de codigos
      *            postais dos CTT (TODOS_CP.TXT, campos separados por
      *            ";", um arruamento por linha, o codigo nos campos
      *            CP4 e CP3 e a designacao postal no CPALF) e refaz
      *            CODPOSTAL.DAT com um registo por codigo - as linhas
      *            seguintes do mesmo codigo so contam como repetidas.
      *            Linhas sem codigo numerico (cabecalho, lixo) sao
      *            ignoradas. Sem a lista o diretorio atual fica como
      *            esta. A carga fica em AUDIT.DAT via PROGAUDIT (tipo
      *            CODPOST).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCPCARGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-CTT ASSIGN TO "TODOS_CP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTA.
           SELECT CODPOSTAL ASSIGN TO "CODPOSTAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPO-CODIGO
               FILE STATUS IS WS-FS-CODPOSTAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-CTT.
       01  FD-LISTA-REG                PIC X(400).

       FD  CODPOSTAL.
       COPY "CPOREG.cpy" REPLACING NIVEL-CPO BY 01
                                   CAMPO-CPO-REG BY FD-CODPOSTAL-REG.

       WORKING-STORAGE SECTION.
       COPY "RETCOD.cpy".

       01 WS-FS-LISTA              PIC X(02) VALUE ZEROS.
       01 WS-FS-CODPOSTAL          PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-CONFIRMA              PIC X VALUE 'N'.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

      * Campos da linha dos CTT: 1 = distrito, 4 = localidade,
      * 15 = CP4, 16 = CP3, 17 = designacao postal (CPALF).
       01 WS-COLUNAS.
           03 WS-COL                   PIC X(60) OCCURS 17 TIMES.

       01 WS-CP4                   PIC X(04) VALUE SPACES.
       01 WS-CP3                   PIC X(03) VALUE SPACES.
       01 WS-DISTRITO-TXT          PIC X(02) VALUE SPACES.

       01 WS-CONT-LIDAS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-CODIGOS          PIC 9(07) VALUE ZEROS.
       01 WS-CONT-REPETIDAS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-IGNORADAS        PIC 9(07) VALUE ZEROS.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*  CARGA DO DIRETORIO DE CODIGOS POSTAIS  *"
           DISPLAY "*******************************************"

           MOVE 'N' TO WS-IND-SIGNON
           CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
               ON EXCEPTION
                   SET WS-SIGNON-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-SIGNON-FALHOU OR SGN-FALHOU
                   DISPLAY "OPERADOR NAO IDENTIFICADO - CARGA "
                           "RECUSADA."
                   SET RC-ERRO TO TRUE
               WHEN NOT SGN-SUPERVISOR
                   DISPLAY "A CARGA EXIGE PERFIL DE SUPERVISOR - "
                           "ACESSO RECUSADO."
                   SET RC-ERRO TO TRUE
               WHEN OTHER
                   PERFORM TRATA-CARGA
           END-EVALUATE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       TRATA-CARGA.

           OPEN INPUT LISTA-CTT
           IF WS-FS-LISTA NOT = "00"
               DISPLAY "TODOS_CP.TXT NAO ENCONTRADO - O DIRETORIO "
                       "ATUAL FICA COMO ESTA."
               SET RC-ERRO TO TRUE
           ELSE
               DISPLAY "O DIRETORIO CODPOSTAL.DAT VAI SER REFEITO "
                       "A PARTIR DE TODOS_CP.TXT."
               DISPLAY "CONFIRMA? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM CARREGA-DIRETORIO
               ELSE
                   DISPLAY "CARGA CANCELADA - NADA FOI TOCADO."
               END-IF
               CLOSE LISTA-CTT
           END-IF.

       CARREGA-DIRETORIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN OUTPUT CODPOSTAL
           IF WS-FS-CODPOSTAL NOT = "00"
               DISPLAY "ERRO AO CRIAR CODPOSTAL.DAT - FILE STATUS "
                       WS-FS-CODPOSTAL
               SET RC-ERRO TO TRUE
           ELSE
               PERFORM LE-LISTA
               PERFORM CARREGA-LINHA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE CODPOSTAL

               DISPLAY "LINHAS LIDAS     : " WS-CONT-LIDAS
               DISPLAY "CODIGOS CARREGADOS: " WS-CONT-CODIGOS
               DISPLAY "LINHAS REPETIDAS : " WS-CONT-REPETIDAS
               DISPLAY "LINHAS IGNORADAS : " WS-CONT-IGNORADAS

               IF WS-CONT-CODIGOS = ZERO
                   DISPLAY "AVISO: NENHUM CODIGO NA LISTA - "
                           "CONFIRME O FICHEIRO DOS CTT."
                   SET RC-AVISO TO TRUE
               END-IF

               PERFORM REGISTA-CARGA
           END-IF.

       LE-LISTA.

           READ LISTA-CTT
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       CARREGA-LINHA.

           ADD 1 TO WS-CONT-LIDAS

           MOVE SPACES TO WS-COLUNAS
           UNSTRING FD-LISTA-REG DELIMITED BY ";"
               INTO WS-COL (1)  WS-COL (2)  WS-COL (3)  WS-COL (4)
                    WS-COL (5)  WS-COL (6)  WS-COL (7)  WS-COL (8)
                    WS-COL (9)  WS-COL (10) WS-COL (11) WS-COL (12)
                    WS-COL (13) WS-COL (14) WS-COL (15) WS-COL (16)
                    WS-COL (17)
           END-UNSTRING

           MOVE WS-COL (15) TO WS-CP4
           MOVE WS-COL (16) TO WS-CP3
           MOVE WS-COL (1)  TO WS-DISTRITO-TXT

           IF WS-CP4 NUMERIC AND WS-CP3 NUMERIC
              AND WS-COL (17) NOT = SPACES
               PERFORM GRAVA-CODIGO
           ELSE
               ADD 1 TO WS-CONT-IGNORADAS
           END-IF

           PERFORM LE-LISTA.

       GRAVA-CODIGO.

           MOVE SPACES TO FD-CODPOSTAL-REG
           STRING WS-CP4 "-" WS-CP3 DELIMITED BY SIZE
               INTO CPO-CODIGO
           END-STRING
           MOVE WS-COL (17) TO CPO-LOCALIDADE
           INSPECT CPO-LOCALIDADE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-DISTRITO-TXT NUMERIC
               MOVE WS-DISTRITO-TXT TO CPO-DISTRITO
           ELSE
               MOVE ZEROS TO CPO-DISTRITO
           END-IF
           MOVE WS-DATA-HOJE TO CPO-DATA-CARGA

           WRITE FD-CODPOSTAL-REG
               INVALID KEY
                   ADD 1 TO WS-CONT-REPETIDAS
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CODIGOS
           END-WRITE.

       REGISTA-CARGA.

           MOVE "PROGCPCARGA"    TO AUD-PROGRAMA
           MOVE "CODPOST"        TO AUD-TIPO
           MOVE SGN-OPERADOR     TO AUD-OPERADOR
           MOVE SPACES           TO AUD-DETALHE
           STRING "DIRETORIO REFEITO: " WS-CONT-CODIGOS
                  " CODIGOS DE " WS-CONT-LIDAS " LINHAS"
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING
           SET AUD-FALHOU TO TRUE
           MOVE 'N' TO WS-IND-AUDIT

           CALL 'PROGAUDIT' USING AUDIT-PARAMETRES
               ON EXCEPTION
                   SET WS-AUDIT-FALHOU TO TRUE
           END-CALL

           IF WS-AUDIT-FALHOU OR AUD-FALHOU
               DISPLAY "AVISO: NAO FOI POSSIVEL REGISTAR A CARGA "
                       "EM AUDIT.DAT."
           END-IF.
       END PROGRAM PROGCPCARGA.
