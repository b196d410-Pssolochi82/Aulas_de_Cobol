      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DE CONSULTA DOS CONSENTIMENTOS DO
      *          ENCARREGADO (CONSENTIMENTOS.DAT) - DADO O CLI-ID,
      *          DIZ QUE CANAIS ESTAO AUTORIZADOS HOJE.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGDISCON. Chamada
      *            por quem envia alguma coisa ao encarregado
      *            (PROGDESPACHO, PROGAVISOS): para cada tipo de
      *            CSTREG.cpy vale o registo de data mais recente
      *            (em empate, o ultimo gravado); sem registo o
      *            canal NAO esta autorizado. Devolve tambem a
      *            morada propria para os avisos de pagamento.
      *            CNS-RESULTADO: S = o cliente tem registos, N =
      *            nenhum registo, F = sem CONSENTIMENTOS.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONSCON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENTIMENTOS ASSIGN TO "CONSENTIMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSENTIMENTOS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSENTIMENTOS.
       COPY "CSTREG.cpy" REPLACING NIVEL-CST BY 01
                                   CAMPO-CST-REG BY FD-CONSENT-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONSENTIMENTOS     PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-REGISTO-ACHADO        PIC X VALUE 'N'.
           88 WS-HA-REGISTOS              VALUE 'S'.

      * Data do registo em vigor de cada tipo (E, C, A, F).
       01 WS-DATA-EMAIL            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CORREIO          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AVISOS           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FOTOGRAFIA       PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING CONSCON-PARAMETRES.
       MAIN-PROCEDURE.

           MOVE 'N' TO CNS-EMAIL CNS-CORREIO CNS-AVISOS
                       CNS-FOTOGRAFIA
           MOVE SPACES TO CNS-MORADA-AVISOS
           MOVE ZEROS TO WS-DATA-EMAIL WS-DATA-CORREIO
                         WS-DATA-AVISOS WS-DATA-FOTOGRAFIA
           SET CNS-SEM-REGISTO TO TRUE

           MOVE 'N' TO WS-REGISTO-ACHADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT CONSENTIMENTOS
           IF WS-FS-CONSENTIMENTOS NOT = "00"
               SET CNS-SEM-FICHEIRO TO TRUE
           ELSE
               PERFORM LE-CONSENTIMENTO
               PERFORM APLICA-CONSENTIMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE CONSENTIMENTOS

               IF WS-HA-REGISTOS
                   SET CNS-COM-REGISTO TO TRUE
               END-IF
           END-IF

           GOBACK.

       LE-CONSENTIMENTO.

           READ CONSENTIMENTOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       APLICA-CONSENTIMENTO.

           IF CST-CLIENTE = CNS-CLIENTE
               SET WS-HA-REGISTOS TO TRUE
               EVALUATE TRUE
                   WHEN CST-EMAIL AND CST-DATA >= WS-DATA-EMAIL
                       MOVE CST-DATA TO WS-DATA-EMAIL
                       PERFORM SITUACAO-EMAIL
                   WHEN CST-CORREIO AND CST-DATA >= WS-DATA-CORREIO
                       MOVE CST-DATA TO WS-DATA-CORREIO
                       PERFORM SITUACAO-CORREIO
                   WHEN CST-AVISOS AND CST-DATA >= WS-DATA-AVISOS
                       MOVE CST-DATA TO WS-DATA-AVISOS
                       PERFORM SITUACAO-AVISOS
                   WHEN CST-FOTOGRAFIA
                        AND CST-DATA >= WS-DATA-FOTOGRAFIA
                       MOVE CST-DATA TO WS-DATA-FOTOGRAFIA
                       PERFORM SITUACAO-FOTOGRAFIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM LE-CONSENTIMENTO.

       SITUACAO-EMAIL.

           IF CST-DADO
               MOVE 'S' TO CNS-EMAIL
           ELSE
               MOVE 'N' TO CNS-EMAIL
           END-IF.

       SITUACAO-CORREIO.

           IF CST-DADO
               MOVE 'S' TO CNS-CORREIO
           ELSE
               MOVE 'N' TO CNS-CORREIO
           END-IF.

       SITUACAO-AVISOS.

           IF CST-DADO
               MOVE 'S' TO CNS-AVISOS
               MOVE CST-MORADA TO CNS-MORADA-AVISOS
           ELSE
               MOVE 'N' TO CNS-AVISOS
               MOVE SPACES TO CNS-MORADA-AVISOS
           END-IF.

       SITUACAO-FOTOGRAFIA.

           IF CST-DADO
               MOVE 'S' TO CNS-FOTOGRAFIA
           ELSE
               MOVE 'N' TO CNS-FOTOGRAFIA
           END-IF.
       END PROGRAM PROGCONSCON.
