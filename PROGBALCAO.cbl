      *            como no PROGEXTRATO (fatura debita, pagamento
      *            confirmado credita, estorno repoe). Nao grava
      *            nada em lado nenhum.
      * 15/10/26 - O ecra mostra tambem as observacoes do conselho de
      *            turma do aluno no ano letivo, periodo a periodo
      *            (OBSERVACOES.DAT via PROGOBSCON).
      * 15/10/26 - FATURAS.DAT e PAGAMENTOS.DAT ganharam chaves
      *            alternativas (FAT-CLIENTE; PAG-FATURA e PAG-CLIENTE,
      *            com duplicados). A conta corrente do encarregado le
      *            agora so as faturas e os pagamentos dele, com START
      *            na chave do cliente, em vez de percorrer os dois
      *            ficheiros do inicio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBALCAO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT PAGAMENTOS ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT CONTROLE   ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-FAL-ACHADA            PIC X VALUE 'N'.
           88 WS-FAL-ENCONTRADA           VALUE 'S'.

      * Observacoes do conselho de turma do ano, por periodo (via
      * PROGOBSCON).
       01 WS-IND-OBSCON            PIC X VALUE 'N'.
           88 WS-OBSCON-FALHOU            VALUE 'S'.
       01 WS-OBS-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-OBS-MOSTRADAS         PIC 9(01) VALUE ZEROS.

       01 OBSCON-PARAMETRES.
           02 OBC-ALUNO                PIC 9(06).
           02 OBC-TURMA                PIC X(05).
           02 OBC-PERIODO              PIC 9(01).
           02 OBC-ANO-LETIVO           PIC 9(04).
           COPY "OBSREG.cpy" REPLACING NIVEL-OBS BY 02
                                       CAMPO-OBS-REG BY OBC-OBSERVACAO.
           02 OBC-DOCENTE-NOME         PIC X(30).
           02 OBC-RESULTADO            PIC X(01).
               88 OBC-ENCONTRADA              VALUE 'S'.
               88 OBC-SEM-OBSERVACAO          VALUE 'N'.
               88 OBC-SEM-FICHEIRO            VALUE 'F'.

       COPY "DINHEIRO.cpy" REPLACING NIVEL-DINHEIRO BY 01
                                     CAMPO-DINHEIRO BY WS-SALDO.
       01 WS-SALDO-EDIT            PIC -(07)9.99.
           ELSE
               PERFORM MOSTRA-DADOS-ALUNO
               PERFORM MOSTRA-NOTAS
               PERFORM MOSTRA-OBSERVACOES
               PERFORM MOSTRA-FALTAS
               PERFORM MOSTRA-CONTA-ENCARREGADO
           END-IF
               END-IF
           END-IF.

      * As observacoes do conselho de turma do ano letivo corrente,
      * periodo a periodo, em qualquer turma do aluno.
       MOSTRA-OBSERVACOES.

           MOVE ZEROS TO WS-OBS-MOSTRADAS
           MOVE 'N' TO WS-IND-OBSCON

           DISPLAY " "
           DISPLAY "--- OBSERVACOES DO CONSELHO DE TURMA ---"

           PERFORM MOSTRA-OBSERVACAO-PERIODO
               VARYING WS-PERIODO FROM 1 BY 1
               UNTIL WS-PERIODO > 3 OR WS-OBSCON-FALHOU

           IF WS-OBS-MOSTRADAS = ZERO
               DISPLAY "  (SEM OBSERVACOES)"
           END-IF.

       MOSTRA-OBSERVACAO-PERIODO.

           MOVE WS-ALUNO-NUM   TO OBC-ALUNO
           MOVE SPACES         TO OBC-TURMA
           MOVE WS-PERIODO     TO OBC-PERIODO
           MOVE CTL-ANO-LETIVO TO OBC-ANO-LETIVO
           SET OBC-SEM-OBSERVACAO TO TRUE

           CALL 'PROGOBSCON' USING OBSCON-PARAMETRES
               ON EXCEPTION
                   SET WS-OBSCON-FALHOU TO TRUE
           END-CALL

           IF OBC-ENCONTRADA AND NOT WS-OBSCON-FALHOU
               ADD 1 TO WS-OBS-MOSTRADAS
               DISPLAY "  PERIODO " WS-PERIODO " - TURMA " OBS-TURMA
                       " - DOCENTE " OBS-DOCENTE " " OBC-DOCENTE-NOME
               PERFORM MOSTRA-LINHA-OBSERVACAO
                   VARYING WS-OBS-IDX FROM 1 BY 1
                   UNTIL WS-OBS-IDX > OBS-NUM-LINHAS
           END-IF.

       MOSTRA-LINHA-OBSERVACAO.

           DISPLAY "    " OBS-LINHA (WS-OBS-IDX).

       MOSTRA-FALTAS.

           MOVE ZEROS TO WS-FAL-CONT

           MOVE 'N' TO WS-FIM-FICHEIRO

      * So as faturas do encarregado, pela chave alternativa
      * FAT-CLIENTE: o grupo acaba quando o cliente muda.
           OPEN INPUT FATURAS
           IF WS-FS-FATURAS = "00"
               MOVE WS-ENCARREGADO-ID TO FAT-CLIENTE
               START FATURAS KEY = FAT-CLIENTE
                   INVALID KEY SET WS-SEM-MAIS-REGISTOS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-REGISTOS
                   PERFORM LE-FATURA
               END-IF
               PERFORM SOMA-FATURA
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR FAT-CLIENTE NOT = WS-ENCARREGADO-ID
               CLOSE FATURAS
           END-IF.


           MOVE 'N' TO WS-FIM-FICHEIRO

      * So os pagamentos do encarregado, pela chave alternativa
      * PAG-CLIENTE.
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               MOVE WS-ENCARREGADO-ID TO PAG-CLIENTE
               START PAGAMENTOS KEY = PAG-CLIENTE
                   INVALID KEY SET WS-SEM-MAIS-REGISTOS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-REGISTOS
                   PERFORM LE-PAGAMENTO
               END-IF
               PERFORM SOMA-PAGAMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR PAG-CLIENTE NOT = WS-ENCARREGADO-ID
               CLOSE PAGAMENTOS
           END-IF.

