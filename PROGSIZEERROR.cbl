      *            saber se os RESULTADOS.DAT sao de hoje. Os
      *            eventos de auditoria do lote saem com o operador
      *            "LOTE", como no BOLETIM.
      * 15/10/26 - Protecao contra lote repetido: o cabecalho de
      *            TRANSACOES.DAT ganha a sequencia do lote do dia
      *            (3 digitos a seguir a contagem; em branco vale
      *            000) e cada lote concluido fica no registo
      *            LOTESPROC.DAT (data e sequencia do cabecalho,
      *            contagem e hash do trailer, resultados, soma,
      *            erros, quando e por quem). Um lote ja
      *            processado e recusado com RC-AVISO (o job segue
      *            e a recusa fica em AUDIT.DAT, tipo DUPLIC); so
      *            com a autorizacao de um supervisor (PROGSIGNON)
      *            e reprocessado, e antes disso o que a corrida
      *            anterior deixou e anulado - as linhas dela em
      *            RESULTADOS.DAT e PROGSIZEERROR.ERR, que passam
      *            a levar a identificacao do lote (AAAAMMDD+SEQ),
      *            saem dos ficheiros e o registo ganha a linha de
      *            anulacao (tipo REPROC em AUDIT.DAT). Sem
      *            teclado (passo de job) nunca ha autorizacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSIZEERROR.
           SELECT CHECKPOINT ASSIGN TO "LOTE.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECKPOINT.
           SELECT REGISTO-LOTES ASSIGN TO "LOTESPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTO.
           SELECT TEMPORARIO ASSIGN TO "PROGSIZEERROR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TEMPORARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACOES.
       01  FD-RESULT-REGISTO               PIC X(60).

       FD  LOG-ERROS.
       01  FD-ERRO-REGISTO                 PIC X(81).

       FD  CHECKPOINT.
       01  FD-CKP-REGISTO.
           03 FD-CKP-STATUS            PIC X(12).
           03 FD-CKP-DATA              PIC 9(08).

      * Registo dos lotes processados: so cresce - o estado de um
      * lote e o do ultimo registo com a mesma data e sequencia
      * (P = processado, A = anulado para reprocessar).
       FD  REGISTO-LOTES.
       01  FD-LOTE-REGISTO.
           03 FD-LOTE-CHAVE.
               05 FD-LOTE-DATA         PIC 9(08).
               05 FD-LOTE-SEQ          PIC 9(03).
           03 FD-LOTE-ESTADO           PIC X(01).
               88 FD-LOTE-PROCESSADO          VALUE 'P'.
               88 FD-LOTE-ANULADO             VALUE 'A'.
           03 FD-LOTE-CONTAGEM         PIC 9(05).
           03 FD-LOTE-HASH             PIC 9(10).
           03 FD-LOTE-RESULTADOS       PIC 9(05).
           03 FD-LOTE-SOMA             PIC 9(10).
           03 FD-LOTE-ERROS            PIC 9(05).
           03 FD-LOTE-DATA-PROC        PIC 9(08).
           03 FD-LOTE-HORA             PIC 9(06).
           03 FD-LOTE-OPERADOR         PIC X(08).

       FD  TEMPORARIO.
       01  FD-TEMP-REGISTO                 PIC X(81).

       WORKING-STORAGE SECTION.
       77 WS-NUM-1                 PIC 9(05) VALUE ZEROS.
       77 WS-NUM-2                 PIC 9(05) VALUE ZEROS.
       77 WS-FS-RESULTADOS         PIC X(02) VALUE ZEROS.
       77 WS-FS-LOG-ERROS          PIC X(02) VALUE ZEROS.
       77 WS-FS-CHECKPOINT         PIC X(02) VALUE ZEROS.
       77 WS-FS-REGISTO            PIC X(02) VALUE ZEROS.
       77 WS-FS-TEMPORARIO         PIC X(02) VALUE ZEROS.

       01 WS-CKP-ULTIMA            PIC 9(05) VALUE ZEROS.
       01 WS-CKP-STATUS            PIC X(12) VALUE "CONCLUIDO".
       01 FILLER REDEFINES WS-TRANS-CORPO.
           03 WS-CAB-DATA              PIC 9(08).
           03 WS-CAB-ESPERADOS         PIC 9(05).
           03 WS-CAB-SEQUENCIA         PIC X(03).
           03 FILLER                   PIC X(04).
       01 FILLER REDEFINES WS-TRANS-CORPO.
           03 WS-DET-NUM1              PIC 9(05).
           03 WS-DET-NUM2              PIC 9(05).
       01 WS-CONT-RESULTADOS       PIC 9(05) VALUE ZEROS.
       01 WS-SOMA-RESULTADOS       PIC 9(10) VALUE ZEROS.

      * Identificacao do lote (data e sequencia do cabecalho) - vai
      * no fim de cada linha de RESULTADOS.DAT e PROGSIZEERROR.ERR.
      * No modo interativo fica em branco.
       01 WS-LOTE-ID               VALUE SPACES.
           03 WS-LOTE-ID-DATA          PIC 9(08).
           03 WS-LOTE-ID-SEQ           PIC 9(03).

      * Situacao do lote no registo de lotes processados.
       01 WS-FIM-REGISTO           PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-ESTADO-LOTE           PIC X VALUE SPACE.
           88 WS-LOTE-REPETIDO            VALUE 'P'.
       01 WS-ANT-CONTAGEM          PIC 9(05) VALUE ZEROS.
       01 WS-ANT-HASH              PIC 9(10) VALUE ZEROS.
       01 WS-ANT-RESULTADOS        PIC 9(05) VALUE ZEROS.
       01 WS-ANT-ERROS             PIC 9(05) VALUE ZEROS.
       01 WS-ANT-DATA-PROC         PIC 9(08) VALUE ZEROS.
       01 WS-ANT-OPERADOR          PIC X(08) VALUE SPACES.

       01 WS-RESPOSTA              PIC X VALUE SPACE.
       01 WS-REPROCESSO            PIC X VALUE 'N'.
           88 WS-REPROCESSO-AUTORIZADO    VALUE 'S'.
       01 WS-OPERADOR-LOTE         PIC X(08) VALUE "LOTE".
       01 WS-HORA-LOTE             PIC 9(08) VALUE ZEROS.
       01 WS-CONT-ERROS-LOTE       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ANULADOS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ANULADOS-ERR     PIC 9(05) VALUE ZEROS.
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

      * Area de ligacao da calculadora PROGCHAMADO, no layout que o
      * PROGCHAMADOR tambem usa.
       01 WS-CALC-AREA.
           03 FILLER                   PIC X(07)
                                       VALUE "  SOMA ".
           03 WS-TS-SOMA               PIC 9(10).
           03 FILLER                   PIC X(15) VALUE SPACES.
           03 WS-TS-LOTE               PIC X(11).

       01 WS-RESULT-LINHA.
           03 FILLER                      PIC X(06) VALUE "NUM1: ".
           03 WS-RL-NUM2                  PIC 9(05).
           03 FILLER                PIC X(13) VALUE "  RESULTADO: ".
           03 WS-RL-RESULT          PIC Z(07)9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-RL-LOTE            PIC X(11).

       01 WS-ERRO-LINHA.
           03 FILLER                      PIC X(04) VALUE "N1: ".
           03 WS-EL-MOTIVO                PIC X(26).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 WS-EL-DATA                  PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 WS-EL-LOTE                  PIC X(11).

       01 WS-DATA-LOTE             PIC 9(08) VALUE ZEROS.

                ACCEPT WS-DATA-LOTE FROM DATE YYYYMMDD
                PERFORM P260-LE-CHECKPOINT

      * A retoma de uma corrida interrompida nao e repeticao - o
      * lote so entra no registo quando fica concluido.
                MOVE SPACE TO WS-ESTADO-LOTE
                IF NOT WS-LOTE-RETOMADO
                    PERFORM P280-VERIFICA-REGISTO
                END-IF
                IF WS-LOTE-REPETIDO
                    PERFORM P285-AUTORIZA-REPROCESSO
                END-IF

                EVALUATE TRUE
                    WHEN WS-LOTE-REPETIDO
                         AND NOT WS-REPROCESSO-AUTORIZADO
                        PERFORM P287-RECUSA-REPETIDO
                    WHEN WS-REPROCESSO-AUTORIZADO
                        PERFORM P290-ANULA-CORRIDA-ANTERIOR
                        PERFORM P205-PROCESSA-LOTE
                    WHEN OTHER
                        PERFORM P205-PROCESSA-LOTE
                END-EVALUATE
            END-IF.

       P205-PROCESSA-LOTE.

            MOVE 'N' TO WS-FIM-TRANSACOES
            MOVE ZEROS TO WS-SEQ-DETALHE

            OPEN INPUT TRANSACOES
            IF WS-LOTE-RETOMADO
                PERFORM P270-RECUPERA-TOTAIS
                OPEN EXTEND RESULTADOS
            ELSE
                OPEN OUTPUT RESULTADOS
            END-IF

            SET WS-CKP-EM-CURSO TO TRUE
            PERFORM P265-GRAVA-CHECKPOINT

            PERFORM P210-LE-TRANSACAO

            PERFORM P220-PROCESSA-TRANSACAO
                UNTIL WS-SEM-MAIS-TRANSACOES

            PERFORM P250-GRAVA-TRAILER-SAIDA

            CLOSE TRANSACOES
            CLOSE RESULTADOS

            SET WS-CKP-CONCLUIDO TO TRUE
            PERFORM P265-GRAVA-CHECKPOINT

            PERFORM P295-REGISTA-LOTE.

       P210-LE-TRANSACAO.

            MOVE WS-NUM-1  TO WS-RL-NUM1
            MOVE WS-NUM-2  TO WS-RL-NUM2
            MOVE WS-RESULT TO WS-RL-RESULT
            MOVE WS-LOTE-ID TO WS-RL-LOTE

            MOVE WS-RESULT-LINHA TO FD-RESULT-REGISTO
            WRITE FD-RESULT-REGISTO
                WHEN FD-TRANS-CABECALHO
                    SET WS-CABECALHO-LIDO TO TRUE
                    MOVE WS-CAB-ESPERADOS TO WS-ESPERADOS
                    MOVE WS-CAB-DATA TO WS-LOTE-ID-DATA
                    IF WS-CAB-SEQUENCIA IS NUMERIC
                        MOVE WS-CAB-SEQUENCIA TO WS-LOTE-ID-SEQ
                    ELSE
                        MOVE ZEROS TO WS-LOTE-ID-SEQ
                    END-IF
                WHEN FD-TRANS-TRAILER
                    SET WS-TRAILER-LIDO TO TRUE
                    MOVE WS-TRL-CONTAGEM TO WS-TRL-CONT-LIDO

            MOVE WS-CONT-RESULTADOS TO WS-TS-CONTAGEM
            MOVE WS-SOMA-RESULTADOS TO WS-TS-SOMA
            MOVE WS-LOTE-ID         TO WS-TS-LOTE

            MOVE WS-TRAILER-SAIDA TO FD-RESULT-REGISTO
            WRITE FD-RESULT-REGISTO.

      * O lote (data e sequencia do cabecalho) procura-se no registo
      * de lotes processados - vale o ultimo registo dele.
       P280-VERIFICA-REGISTO.

            MOVE SPACE TO WS-ESTADO-LOTE
            MOVE 'N' TO WS-FIM-REGISTO

            OPEN INPUT REGISTO-LOTES
            IF WS-FS-REGISTO = "00"
                PERFORM P281-LE-REGISTO
                PERFORM P282-CONFERE-REGISTO
                    UNTIL WS-SEM-MAIS-REGISTOS
                CLOSE REGISTO-LOTES
            END-IF.

       P281-LE-REGISTO.

            READ REGISTO-LOTES
                AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
            END-READ.

       P282-CONFERE-REGISTO.

            IF FD-LOTE-CHAVE = WS-LOTE-ID
                MOVE FD-LOTE-ESTADO     TO WS-ESTADO-LOTE
                MOVE FD-LOTE-CONTAGEM   TO WS-ANT-CONTAGEM
                MOVE FD-LOTE-HASH       TO WS-ANT-HASH
                MOVE FD-LOTE-RESULTADOS TO WS-ANT-RESULTADOS
                MOVE FD-LOTE-ERROS      TO WS-ANT-ERROS
                MOVE FD-LOTE-DATA-PROC  TO WS-ANT-DATA-PROC
                MOVE FD-LOTE-OPERADOR   TO WS-ANT-OPERADOR
            END-IF

            PERFORM P281-LE-REGISTO.

      * Lote ja processado: so um supervisor autoriza o reprocesso.
      * Sem teclado (passo de job) a resposta vem vazia - recusado.
       P285-AUTORIZA-REPROCESSO.

            MOVE 'N' TO WS-REPROCESSO

            DISPLAY 'LOTE ' WS-LOTE-ID-DATA ' SEQ ' WS-LOTE-ID-SEQ
                    ' JA PROCESSADO EM ' WS-ANT-DATA-PROC
                    ' POR ' WS-ANT-OPERADOR
            DISPLAY '  CONTAGEM ' WS-ANT-CONTAGEM
                    '  HASH ' WS-ANT-HASH
                    '  RESULTADOS ' WS-ANT-RESULTADOS
                    '  ERROS ' WS-ANT-ERROS
            IF WS-ANT-CONTAGEM NOT = WS-CONT-DETALHES
               OR WS-ANT-HASH NOT = WS-HASH-CALCULADO
                DISPLAY 'ATENCAO: OS TOTAIS DE CONTROLO DESTE '
                        'FICHEIRO DIFEREM DOS DO LOTE PROCESSADO.'
            END-IF

            DISPLAY 'REPROCESSAR O LOTE (EXIGE SUPERVISOR)? '
                    'S = SIM, ENTER = NAO: '
            MOVE SPACE TO WS-RESPOSTA
            ACCEPT WS-RESPOSTA

            IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                MOVE 'N' TO WS-IND-SIGNON
                CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
                    ON EXCEPTION
                        SET WS-SIGNON-FALHOU TO TRUE
                END-CALL

                EVALUATE TRUE
                    WHEN WS-SIGNON-FALHOU OR SGN-FALHOU
                        DISPLAY 'OPERADOR NAO IDENTIFICADO.'
                    WHEN NOT SGN-SUPERVISOR
                        DISPLAY 'O REPROCESSO DE UM LOTE EXIGE '
                                'PERFIL DE SUPERVISOR.'
                    WHEN OTHER
                        SET WS-REPROCESSO-AUTORIZADO TO TRUE
                        MOVE SGN-OPERADOR TO WS-OPERADOR-LOTE
                END-EVALUATE
            END-IF.

      * Recusa de dados, como as rejeicoes registo a registo: aviso,
      * o job segue e a recusa fica na auditoria.
       P287-RECUSA-REPETIDO.

            DISPLAY 'LOTE REPETIDO RECUSADO - NADA FOI PROCESSADO.'
            IF RC-OK
                SET RC-AVISO TO TRUE
            END-IF

            MOVE "DUPLIC" TO AUD-TIPO
            MOVE SPACES   TO AUD-DETALHE
            STRING "LOTE " WS-LOTE-ID-DATA "-" WS-LOTE-ID-SEQ
                   " JA PROCESSADO EM " WS-ANT-DATA-PROC
                   " - RECUSADO" DELIMITED BY SIZE INTO AUD-DETALHE
            END-STRING
            PERFORM P297-CHAMA-AUDIT.

      * Antes do reprocesso sai o que a corrida anterior do lote
      * deixou: as linhas com a identificacao dele em RESULTADOS.DAT
      * e em PROGSIZEERROR.ERR (copia para PROGSIZEERROR.TMP sem
      * elas e volta). O registo ganha a linha de anulacao.
       P290-ANULA-CORRIDA-ANTERIOR.

            MOVE ZEROS TO WS-CONT-ANULADOS WS-CONT-ANULADOS-ERR

            MOVE 'N' TO WS-FIM-TRANSACOES
            OPEN INPUT RESULTADOS
            IF WS-FS-RESULTADOS = "00"
                OPEN OUTPUT TEMPORARIO
                PERFORM P271-LE-RESULTADO
                PERFORM P291-FILTRA-RESULTADO
                    UNTIL WS-SEM-MAIS-TRANSACOES
                CLOSE RESULTADOS
                CLOSE TEMPORARIO

                MOVE 'N' TO WS-FIM-REGISTO
                OPEN INPUT TEMPORARIO
                OPEN OUTPUT RESULTADOS
                PERFORM P293-LE-TEMPORARIO
                PERFORM P294-REPOE-RESULTADO
                    UNTIL WS-SEM-MAIS-REGISTOS
                CLOSE TEMPORARIO
                CLOSE RESULTADOS
            END-IF

            MOVE 'N' TO WS-FIM-TRANSACOES
            OPEN INPUT LOG-ERROS
            IF WS-FS-LOG-ERROS = "00"
                OPEN OUTPUT TEMPORARIO
                PERFORM P296-LE-ERRO
                PERFORM P292-FILTRA-ERRO
                    UNTIL WS-SEM-MAIS-TRANSACOES
                CLOSE LOG-ERROS
                CLOSE TEMPORARIO

                MOVE 'N' TO WS-FIM-REGISTO
                OPEN INPUT TEMPORARIO
                OPEN OUTPUT LOG-ERROS
                PERFORM P293-LE-TEMPORARIO
                PERFORM P298-REPOE-ERRO
                    UNTIL WS-SEM-MAIS-REGISTOS
                CLOSE TEMPORARIO
                CLOSE LOG-ERROS
            END-IF

            MOVE 'N' TO WS-FIM-TRANSACOES

            MOVE 'A' TO FD-LOTE-ESTADO
            MOVE WS-CONT-ANULADOS     TO WS-CONT-RESULTADOS
            MOVE ZEROS                TO WS-SOMA-RESULTADOS
            MOVE WS-CONT-ANULADOS-ERR TO WS-CONT-ERROS-LOTE
            PERFORM P299-GRAVA-REGISTO
            MOVE ZEROS TO WS-CONT-RESULTADOS

            DISPLAY 'CORRIDA ANTERIOR ANULADA: ' WS-CONT-ANULADOS
                    ' LINHAS DE RESULTADOS E ' WS-CONT-ANULADOS-ERR
                    ' DE ERROS RETIRADAS.'

            MOVE "REPROC" TO AUD-TIPO
            MOVE SPACES   TO AUD-DETALHE
            STRING "LOTE " WS-LOTE-ID-DATA "-" WS-LOTE-ID-SEQ
                   " ANULADO: " WS-CONT-ANULADOS " RESULT. "
                   WS-CONT-ANULADOS-ERR " ERROS"
                   DELIMITED BY SIZE INTO AUD-DETALHE
            END-STRING
            PERFORM P297-CHAMA-AUDIT.

       P291-FILTRA-RESULTADO.

            IF FD-RESULT-REGISTO (47: 11) = WS-LOTE-ID
                ADD 1 TO WS-CONT-ANULADOS
            ELSE
                MOVE FD-RESULT-REGISTO TO FD-TEMP-REGISTO
                WRITE FD-TEMP-REGISTO
            END-IF

            PERFORM P271-LE-RESULTADO.

       P292-FILTRA-ERRO.

            IF FD-ERRO-REGISTO (71: 11) = WS-LOTE-ID
                ADD 1 TO WS-CONT-ANULADOS-ERR
            ELSE
                MOVE FD-ERRO-REGISTO TO FD-TEMP-REGISTO
                WRITE FD-TEMP-REGISTO
            END-IF

            PERFORM P296-LE-ERRO.

       P293-LE-TEMPORARIO.

            READ TEMPORARIO
                AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
            END-READ.

       P294-REPOE-RESULTADO.

            MOVE FD-TEMP-REGISTO TO FD-RESULT-REGISTO
            WRITE FD-RESULT-REGISTO

            PERFORM P293-LE-TEMPORARIO.

       P298-REPOE-ERRO.

            MOVE FD-TEMP-REGISTO TO FD-ERRO-REGISTO
            WRITE FD-ERRO-REGISTO

            PERFORM P293-LE-TEMPORARIO.

      * Lote concluido: entra no registo com os totais de controlo,
      * os resultados e os erros dele (contados em
      * PROGSIZEERROR.ERR pela identificacao, o que cobre tambem uma
      * retoma).
       P295-REGISTA-LOTE.

            MOVE ZEROS TO WS-CONT-ERROS-LOTE
            MOVE 'N' TO WS-FIM-TRANSACOES
            OPEN INPUT LOG-ERROS
            IF WS-FS-LOG-ERROS = "00"
                PERFORM P296-LE-ERRO
                PERFORM P286-CONTA-ERRO
                    UNTIL WS-SEM-MAIS-TRANSACOES
                CLOSE LOG-ERROS
            END-IF
            MOVE 'N' TO WS-FIM-TRANSACOES

            MOVE 'P' TO FD-LOTE-ESTADO
            PERFORM P299-GRAVA-REGISTO

            DISPLAY 'LOTE ' WS-LOTE-ID-DATA ' SEQ ' WS-LOTE-ID-SEQ
                    ' REGISTADO EM LOTESPROC.DAT.'.

       P286-CONTA-ERRO.

            IF FD-ERRO-REGISTO (71: 11) = WS-LOTE-ID
                ADD 1 TO WS-CONT-ERROS-LOTE
            END-IF

            PERFORM P296-LE-ERRO.

       P296-LE-ERRO.

            READ LOG-ERROS
                AT END SET WS-SEM-MAIS-TRANSACOES TO TRUE
            END-READ.

       P297-CHAMA-AUDIT.

            MOVE "PROGSIZEERROR"  TO AUD-PROGRAMA
            MOVE WS-OPERADOR-LOTE TO AUD-OPERADOR

            MOVE 'N' TO WS-IND-AUDIT
            CALL 'PROGAUDIT' USING AUDIT-PARAMETRES
                ON EXCEPTION
                    SET WS-AUDIT-FALHOU TO TRUE
            END-CALL

            IF WS-AUDIT-FALHOU
                DISPLAY 'PROGSIZEERROR: PROGAUDIT INDISPONIVEL - '
                        'EVENTO NAO AUDITADO.'
            END-IF.

      * O estado (P ou A) vem ja em FD-LOTE-ESTADO.
       P299-GRAVA-REGISTO.

            ACCEPT WS-HORA-LOTE FROM TIME

            OPEN EXTEND REGISTO-LOTES
            IF WS-FS-REGISTO = "35"
                OPEN OUTPUT REGISTO-LOTES
                CLOSE REGISTO-LOTES
                OPEN EXTEND REGISTO-LOTES
            END-IF

            MOVE WS-LOTE-ID           TO FD-LOTE-CHAVE
            MOVE WS-CONT-DETALHES     TO FD-LOTE-CONTAGEM
            MOVE WS-HASH-CALCULADO    TO FD-LOTE-HASH
            MOVE WS-CONT-RESULTADOS   TO FD-LOTE-RESULTADOS
            MOVE WS-SOMA-RESULTADOS   TO FD-LOTE-SOMA
            MOVE WS-CONT-ERROS-LOTE   TO FD-LOTE-ERROS
            MOVE WS-DATA-LOTE         TO FD-LOTE-DATA-PROC
            MOVE WS-HORA-LOTE (1: 6)  TO FD-LOTE-HORA
            MOVE WS-OPERADOR-LOTE     TO FD-LOTE-OPERADOR
            WRITE FD-LOTE-REGISTO

            CLOSE REGISTO-LOTES.

       P800-ERRO.

      * Rejeicao de dados no lote e aviso (como as recusas do
            MOVE WS-OP-ERRO     TO WS-EL-OPERACAO
            MOVE WS-MOTIVO-ERRO TO WS-EL-MOTIVO
            MOVE WS-DATA-LOTE   TO WS-EL-DATA
            MOVE WS-LOTE-ID     TO WS-EL-LOTE

            OPEN EXTEND LOG-ERROS
            IF WS-FS-LOG-ERROS = "35"
