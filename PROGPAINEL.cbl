      *            mais recente tem mais de N dias (N na tabela
      *            PAINEL/DIAS-BOLETIM de TABELAS.DAT via
      *            PROGTABCON; sem entrada valem 3).
      * 15/10/26 - Em ambiente de formacao (PROGAMBIENTE) o ecra e o
      *            relatorio do lote levam a marca do ambiente.
      * 15/10/26 - PAGAMENTOS.DAT ganhou as chaves alternativas
      *            PAG-FATURA e PAG-CLIENTE (com duplicados). O painel
      *            mostra o tempo de resposta dos pagamentos de um
      *            cliente de amostra (o do ultimo movimento) lidos pelo
      *            ficheiro todo e pela chave PAG-CLIENTE, em
      *            centesimos; em formacao, sobre o volume de teste.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPAINEL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT CHECKPOINT ASSIGN TO DYNAMIC WS-NOME-CKP
               ORGANIZATION IS LINE SEQUENTIAL
           03 WS-GEN-NOME          PIC X(20) OCCURS 6 TIMES.
       01 WS-GEN-IDX               PIC 9 VALUE ZEROS.

      * Tempo de resposta de PAGAMENTOS.DAT: o mesmo cliente de
      * amostra lido pelo ficheiro todo e pela chave alternativa
      * PAG-CLIENTE, em centesimos de segundo (ACCEPT FROM TIME).
       01 WS-CLIENTE-AMOSTRA       PIC 9(06) VALUE ZEROS.
       01 WS-HORA-MEDIDA           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-MEDIDA.
           03 WS-HM-HORAS              PIC 9(02).
           03 WS-HM-MINUTOS            PIC 9(02).
           03 WS-HM-SEGUNDOS           PIC 9(02).
           03 WS-HM-CENTESIMOS         PIC 9(02).
       01 WS-CENT-AGORA            PIC 9(08) VALUE ZEROS.
       01 WS-CENT-INICIO           PIC 9(08) VALUE ZEROS.
       01 WS-CENT-SEQUENCIAL       PIC 9(08) VALUE ZEROS.
       01 WS-CENT-CHAVE            PIC 9(08) VALUE ZEROS.
       01 WS-LIDOS-SEQUENCIAL      PIC 9(06) VALUE ZEROS.
       01 WS-LIDOS-CHAVE           PIC 9(06) VALUE ZEROS.
       01 WS-ACHADOS               PIC 9(06) VALUE ZEROS.
       01 WS-SEGUNDOS-EDIT         PIC ZZZZ9.99.
       01 WS-SEGUNDOS-EDIT-2       PIC ZZZZ9.99.
       01 WS-LIDOS-EDIT-2          PIC ZZZZZ9.

       01 AMBIENTE-PARAMETRES.
           02 AMB-FUNCAO               PIC X(01).
           02 AMB-MODO                 PIC X(01) VALUE 'R'.
               88 AMB-REAL                    VALUE 'R'.
               88 AMB-FORMACAO                VALUE 'F'.
           02 AMB-DIRETORIO            PIC X(20).
           02 AMB-MARCA                PIC X(40).
           02 AMB-RESULTADO            PIC X(01).
               88 AMB-OK                      VALUE 'S'.
               88 AMB-INVALIDO                VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*          PAINEL DE OPERACOES            *"
           PERFORM CONSULTA-AMBIENTE
           DISPLAY "*******************************************"

      * Sem teclado (passo de job) a resposta vem vazia e vale o
           PERFORM VERIFICA-BOLETIM
           PERFORM VERIFICA-CLIENTES
           PERFORM VERIFICA-PAGAMENTOS
           PERFORM MEDE-TEMPO-RESPOSTA

           PERFORM VERIFICA-GENERICO
               VARYING WS-GEN-IDX FROM 1 BY 1
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      * O ambiente vem da sessao (escolhido no sign-on ou trazido
      * pelo RUNMENU.sh/RUNBATCH.sh); em formacao o ecra e os
      * impressos levam a marca.
       CONSULTA-AMBIENTE.

           MOVE 'C' TO AMB-FUNCAO
           CALL 'PROGAMBIENTE' USING AMBIENTE-PARAMETRES
               ON EXCEPTION
                   SET AMB-REAL TO TRUE
           END-CALL

           IF AMB-FORMACAO
               DISPLAY "*  " AMB-MARCA
           END-IF.

      * Toda a linha do levantamento sai no ecra e, no lote, vai
      * tambem para o relatorio datado.
       EMITE-LINHA.
                   INTO FD-REL-LINHA
               END-STRING
               WRITE FD-REL-LINHA
               IF AMB-FORMACAO
                   MOVE AMB-MARCA TO FD-REL-LINHA
                   WRITE FD-REL-LINHA
               END-IF
           ELSE
               DISPLAY "AVISO: NAO FOI POSSIVEL ABRIR "
                       WS-NOME-RELATORIO " - LEVANTAMENTO SO NO "

           ADD 1 TO WS-CONTAGEM
           MOVE PAG-DATA TO WS-DATA-RECENTE
           MOVE PAG-CLIENTE TO WS-CLIENTE-AMOSTRA

           PERFORM LE-PAGAMENTO.

      * Ganho da chave alternativa PAG-CLIENTE: os pagamentos do
      * cliente do ultimo movimento lidos como antes (o ficheiro
      * todo do inicio) e como o balcao, o extrato e a familia os
      * leem agora (START na chave e leitura ate o cliente mudar).
      * Em ambiente de formacao mede-se sobre o volume de teste.
      * Informativo - nao conta como anomalia.
       MEDE-TEMPO-RESPOSTA.

           IF WS-FS-PAGAMENTOS = "00" AND WS-CLIENTE-AMOSTRA > ZERO
               PERFORM MEDE-LEITURA-TOTAL
               PERFORM MEDE-LEITURA-CHAVE

               MOVE SPACES TO WS-LINHA-PAINEL
               PERFORM EMITE-LINHA
               MOVE WS-ACHADOS TO WS-CONT-EDIT
               MOVE SPACES TO WS-LINHA-PAINEL
               STRING "--- TEMPO DE RESPOSTA (CLIENTE "
                      WS-CLIENTE-AMOSTRA ", " WS-CONT-EDIT
                      " PAGAMENTOS) ---" DELIMITED BY SIZE
                   INTO WS-LINHA-PAINEL
               END-STRING
               PERFORM EMITE-LINHA

               MOVE WS-LIDOS-SEQUENCIAL TO WS-CONT-EDIT
               MOVE WS-LIDOS-CHAVE      TO WS-LIDOS-EDIT-2
               DIVIDE WS-CENT-SEQUENCIAL BY 100
                   GIVING WS-SEGUNDOS-EDIT
               DIVIDE WS-CENT-CHAVE BY 100
                   GIVING WS-SEGUNDOS-EDIT-2
               MOVE SPACES TO WS-LINHA-PAINEL
               STRING "  LEITURA TOTAL: " WS-SEGUNDOS-EDIT " S ("
                      WS-CONT-EDIT " LIDOS) - POR CHAVE: "
                      WS-SEGUNDOS-EDIT-2 " S (" WS-LIDOS-EDIT-2
                      " LIDOS)" DELIMITED BY SIZE
                   INTO WS-LINHA-PAINEL
               END-STRING
               PERFORM EMITE-LINHA
           END-IF.

       MEDE-LEITURA-TOTAL.

           MOVE ZEROS TO WS-LIDOS-SEQUENCIAL WS-ACHADOS
           MOVE 'N' TO WS-FIM-FICHEIRO
           PERFORM LE-HORA-MEDIDA
           MOVE WS-CENT-AGORA TO WS-CENT-INICIO

           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM PROCURA-AMOSTRA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF

           PERFORM LE-HORA-MEDIDA
           PERFORM APURA-DECORRIDO
           MOVE WS-CENT-AGORA TO WS-CENT-SEQUENCIAL.

       PROCURA-AMOSTRA.

           ADD 1 TO WS-LIDOS-SEQUENCIAL
           IF PAG-CLIENTE = WS-CLIENTE-AMOSTRA
               ADD 1 TO WS-ACHADOS
           END-IF

           PERFORM LE-PAGAMENTO.

       MEDE-LEITURA-CHAVE.

           MOVE ZEROS TO WS-LIDOS-CHAVE
           MOVE 'N' TO WS-FIM-FICHEIRO
           PERFORM LE-HORA-MEDIDA
           MOVE WS-CENT-AGORA TO WS-CENT-INICIO

           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               MOVE WS-CLIENTE-AMOSTRA TO PAG-CLIENTE
               START PAGAMENTOS KEY = PAG-CLIENTE
                   INVALID KEY SET WS-SEM-MAIS-REGISTOS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-REGISTOS
                   PERFORM LE-PAGAMENTO
               END-IF
               PERFORM CONTA-AMOSTRA
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR PAG-CLIENTE NOT = WS-CLIENTE-AMOSTRA
               CLOSE PAGAMENTOS
           END-IF

           PERFORM LE-HORA-MEDIDA
           PERFORM APURA-DECORRIDO
           MOVE WS-CENT-AGORA TO WS-CENT-CHAVE.

       CONTA-AMOSTRA.

           ADD 1 TO WS-LIDOS-CHAVE
           PERFORM LE-PAGAMENTO.

      * Hora do dia em centesimos desde a meia-noite.
       LE-HORA-MEDIDA.

           ACCEPT WS-HORA-MEDIDA FROM TIME
           COMPUTE WS-CENT-AGORA = WS-HM-HORAS * 360000
                                 + WS-HM-MINUTOS * 6000
                                 + WS-HM-SEGUNDOS * 100
                                 + WS-HM-CENTESIMOS.

      * Centesimos decorridos desde WS-CENT-INICIO, com a volta da
      * meia-noite; o resultado fica em WS-CENT-AGORA.
       APURA-DECORRIDO.

           IF WS-CENT-AGORA < WS-CENT-INICIO
               ADD 8640000 TO WS-CENT-AGORA
           END-IF
           SUBTRACT WS-CENT-INICIO FROM WS-CENT-AGORA.

       VERIFICA-GENERICO.

           MOVE WS-GEN-NOME (WS-GEN-IDX) TO WS-NOME-FICHEIRO
