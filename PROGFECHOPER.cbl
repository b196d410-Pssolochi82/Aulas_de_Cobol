      *            data, supervisor) em PERFECHO.DAT, lista os
      *            fechos e regista cada fecho em AUDIT.DAT via
      *            PROGAUDIT. A sessao exige perfil de supervisor.
      * 15/10/26 - O ano letivo e o periodo correntes passam a vir do
      *            calendario escolar (CALESCOLAR.DAT, via
      *            PROGPERIODO) pela data do dia, com aviso se
      *            CONTROLE.DAT disser outra coisa. Fechar um periodo
      *            que pelo calendario ainda nao terminou pede
      *            confirmacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFECHOPER.

       01 WS-CONT-LISTADOS         PIC 9(02) VALUE ZEROS.

       01 WS-CONFIRMA              PIC X VALUE 'S'.
           88 WS-FECHO-CONFIRMADO         VALUE 'S' 's'.

       01 WS-IND-PERIODO           PIC X VALUE 'N'.
           88 WS-PERIODO-FALHOU           VALUE 'S'.

       01 PERIODO-PARAMETRES.
           02 CE-FUNCAO                PIC X(01).
               88 CE-POR-DATA                 VALUE 'D'.
               88 CE-POR-PERIODO              VALUE 'P'.
           02 CE-DATA                  PIC 9(08).
           02 CE-ANO-LETIVO            PIC 9(04).
           02 CE-PERIODO               PIC 9(01).
           02 CE-INICIO-ANO            PIC 9(08).
           02 CE-FIM-ANO               PIC 9(08).
           02 CE-INICIO-PERIODO        PIC 9(08).
           02 CE-FIM-PERIODO           PIC 9(08).
           02 CE-SITUACAO              PIC X(01).
               88 CE-EM-AULAS                 VALUE 'A'.
               88 CE-EM-INTERRUPCAO           VALUE 'I'.
               88 CE-FORA-DO-ANO              VALUE 'F'.
           02 CE-DESCRICAO             PIC X(30).
           02 CE-RESULTADO             PIC X(01).
               88 CE-OK                       VALUE 'S'.
               88 CE-SEM-CALENDARIO           VALUE 'N'.
               88 CE-SEM-FICHEIRO             VALUE 'F'.

       01 WS-IND-SIGNON            PIC X VALUE 'N'.
           88 WS-SIGNON-FALHOU            VALUE 'S'.
       01 WS-IND-AUDIT             PIC X VALUE 'N'.
           IF CTL-ANO-LETIVO NOT NUMERIC
               MOVE ZEROS TO CTL-ANO-LETIVO
           END-IF
           IF CTL-PERIODO-CORRENTE NOT NUMERIC
               MOVE ZERO TO CTL-PERIODO-CORRENTE
           END-IF
           IF CTL-ANO-LETIVO = ZEROS
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DH-ANO TO CTL-ANO-LETIVO
               END-IF
           END-IF

           PERFORM APURA-CALENDARIO

           DISPLAY "ANO LETIVO CORRENTE: " CTL-ANO-LETIVO.

      * O ano letivo e o periodo do dia saem do calendario escolar;
      * sem calendario para hoje fica o de CONTROLE.DAT.
       APURA-CALENDARIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO CE-DATA
           SET CE-POR-DATA TO TRUE
           PERFORM CHAMA-PERIODO

           IF CE-OK
               IF CE-ANO-LETIVO NOT = CTL-ANO-LETIVO
                  OR (CTL-PERIODO-CORRENTE NOT = ZERO
                      AND CE-PERIODO NOT = CTL-PERIODO-CORRENTE)
                   DISPLAY "AVISO: CONTROLE.DAT TEM O PERIODO "
                           CTL-PERIODO-CORRENTE " DO ANO "
                           CTL-ANO-LETIVO "; O CALENDARIO ESCOLAR "
                           "DIZ PERIODO " CE-PERIODO " DO ANO "
                           CE-ANO-LETIVO " - VALE O CALENDARIO."
               END-IF
               MOVE CE-ANO-LETIVO TO CTL-ANO-LETIVO
               MOVE CE-PERIODO    TO CTL-PERIODO-CORRENTE
               DISPLAY "PERIODO CORRENTE: " CE-PERIODO " ("
                       CE-INICIO-PERIODO " A " CE-FIM-PERIODO ")"
           END-IF.

       CHAMA-PERIODO.

           SET CE-SEM-FICHEIRO TO TRUE
           MOVE 'N' TO WS-IND-PERIODO

           CALL 'PROGPERIODO' USING PERIODO-PARAMETRES
               ON EXCEPTION
                   SET WS-PERIODO-FALHOU TO TRUE
           END-CALL

           IF WS-PERIODO-FALHOU
               SET CE-SEM-FICHEIRO TO TRUE
           END-IF.

      * Um periodo que pelo calendario ainda nao acabou so fecha
      * com confirmacao - um fecho antecipado recusa as notas que
      * faltam lancar.
       CONFIRMA-FIM-DO-PERIODO.

           MOVE 'S' TO WS-CONFIRMA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE CTL-ANO-LETIVO TO CE-ANO-LETIVO
           MOVE WS-PERIODO     TO CE-PERIODO
           SET CE-POR-PERIODO TO TRUE
           PERFORM CHAMA-PERIODO

           IF CE-OK AND CE-FIM-PERIODO > WS-DATA-HOJE
               DISPLAY "AVISO: PELO CALENDARIO ESCOLAR O PERIODO "
                       WS-PERIODO " SO TERMINA EM " CE-FIM-PERIODO
                       "."
               DISPLAY "CONFIRMA O FECHO? (S/N): "
               ACCEPT WS-CONFIRMA
           END-IF.

       PROCESSA-OPCAO.

           DISPLAY " "
                   DISPLAY "O PERIODO " WS-PERIODO " DO ANO "
                           CTL-ANO-LETIVO " JA ESTA FECHADO."
               ELSE
                   PERFORM CONFIRMA-FIM-DO-PERIODO
                   IF WS-FECHO-CONFIRMADO
                       PERFORM GRAVA-FECHO
                   ELSE
                       DISPLAY "FECHO NAO GRAVADO."
                   END-IF
               END-IF
           END-IF.

