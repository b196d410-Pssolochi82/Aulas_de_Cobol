      *            relatorio de pendentes sai em DESPACHO.REL e no
      *            spool (PROGSPOOL) - "a carta do Silva saiu?"
      *            passa a ter resposta.
      * 15/10/26 - Consentimentos dos encarregados (CONSENTIMENTOS.DAT,
      *            via PROGCONSCON): os emissores poem no bloco a linha
      *            "CLIENTE: <numero>" e a marcacao so aceita E com
      *            consentimento de e-mail e I com consentimento de
      *            correio. Nova opcao 4 - lista de excecoes
      *            (DESPEXC.LIS e spool): cartas por sair sem nenhum
      *            canal autorizado e aproveitavel, com o motivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDESPACHO.
           SELECT RELATORIO ASSIGN TO "DESPACHO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           SELECT EXCECOES  ASSIGN TO "DESPEXC.LIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECOES.
       DATA DIVISION.
       FILE SECTION.
       FD  CARTAS.
       FD  RELATORIO.
       01  FD-RELATORIO-REG            PIC X(80).

       FD  EXCECOES.
       01  FD-EXCECOES-REG             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-CARTAS             PIC X(02) VALUE ZEROS.
       01 WS-FS-TRABCARTA          PIC X(02) VALUE ZEROS.
       01 WS-FS-RELATORIO          PIC X(02) VALUE ZEROS.
       01 WS-FS-EXCECOES           PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-TEM-DESPACHO          PIC X VALUE 'N'.
           88 WS-DESPACHO-PRESENTE        VALUE 'S'.

      * Encarregado do bloco (linha "CLIENTE: ...") e o motivo
      * quando nenhum canal autorizado serve.
       01 WS-CLIENTE-BLOCO         PIC 9(06) VALUE ZEROS.
       01 WS-MOTIVO                PIC X(50) VALUE SPACES.
       01 WS-CONT-EXCECOES         PIC 9(04) VALUE ZEROS.
       01 WS-IND-CONSCON           PIC X VALUE 'N'.
           88 WS-CONSCON-FALHOU           VALUE 'S'.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       01 WS-CONT-PENDENTES        PIC 9(04) VALUE ZEROS.
       01 WS-IND-SPOOL             PIC X VALUE 'N'.
           88 WS-SPOOL-FALHOU             VALUE 'S'.

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

       01 SPOOL-PARAMETRES.
           02 SPL-RELATORIO            PIC X(12).
           02 SPL-FICHEIRO             PIC X(20).
           DISPLAY "1 - LISTAR CARTAS POR DESPACHAR"
           DISPLAY "2 - MARCAR O DESPACHO DE UMA CARTA"
           DISPLAY "3 - RELATORIO DO QUE ESTA POR SAIR"
           DISPLAY "4 - CARTAS SEM CANAL AUTORIZADO (EXCECOES)"
           DISPLAY "0 - SAIR"
           DISPLAY "OPCAO: "
           MOVE ZERO TO WS-OPCAO
                   PERFORM MARCA-DESPACHO
               WHEN 3
                   PERFORM RELATORIO-PENDENTES
               WHEN 4
                   PERFORM RELATORIO-EXCECOES
               WHEN ZERO
                   CONTINUE
               WHEN OTHER
                       DISPLAY "A CARTA NAO TEM E-MAIL "
                               "APROVEITAVEL (" WS-EMAIL-BLOCO ")"
                       DISPLAY "- TRATAR EM PAPEL."
                   WHEN WS-SUBOPCAO = 'E'
                        AND NOT CNS-EMAIL-AUTORIZADO
                       DISPLAY "O ENCARREGADO NAO AUTORIZOU O "
                               "CONTACTO POR E-MAIL."
                   WHEN WS-SUBOPCAO = 'I'
                        AND NOT CNS-CORREIO-AUTORIZADO
                       DISPLAY "O ENCARREGADO NAO AUTORIZOU O "
                               "CONTACTO POR CORREIO."
                   WHEN OTHER
                       PERFORM REGRAVA-COM-MARCA
                       DISPLAY "CARTA " WS-BLOCO-PEDIDO " MARCADA "
           END-IF.

      * Primeira passagem: confirma que o bloco existe, apanha o
      * estado atual, o e-mail do bloco (a linha "E-MAIL: ...") e
      * o encarregado (a linha "CLIENTE: ...").
       LOCALIZA-BLOCO.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE 'N' TO WS-BLOCO-ACHADO
           MOVE 'N' TO WS-DENTRO-BLOCO
           MOVE 'N' TO WS-APOS-SEPARADOR
           MOVE ZEROS TO WS-BLOCO-ATUAL WS-CLIENTE-BLOCO
           MOVE SPACES TO WS-EMAIL-BLOCO

           OPEN INPUT CARTAS
               CLOSE CARTAS
           END-IF

           PERFORM AVALIA-EMAIL
           PERFORM CONSULTA-CONSENTIMENTO.

      * E-mail aproveitavel: preenchido, com arroba e sem o
      * marcador "(SEM E-MAIL...)" posto pelo emissor.
       AVALIA-EMAIL.

           MOVE 'N' TO WS-EMAIL-UTIL
           MOVE ZEROS TO WS-EMAIL-ARROBAS
           INSPECT WS-EMAIL-BLOCO
               IF WS-EM-BLOCO
                  AND WS-BLOCO-ATUAL = WS-BLOCO-PEDIDO
                   SET WS-BLOCO-EXISTE TO TRUE
                   PERFORM APANHA-CONTACTOS
               END-IF
           END-IF

           PERFORM LE-CARTA.

       APANHA-CONTACTOS.

           IF WS-LINHA-CARTA (1: 8) = "E-MAIL: "
               MOVE WS-LINHA-CARTA (9: 50) TO WS-EMAIL-BLOCO
           END-IF
           IF WS-LINHA-CARTA (1: 9) = "CLIENTE: "
              AND WS-LINHA-CARTA (10: 6) IS NUMERIC
               MOVE WS-LINHA-CARTA (10: 6) TO WS-CLIENTE-BLOCO
           END-IF.

      * Canais autorizados pelo encarregado do bloco (PROGCONSCON).
      * Sem encarregado identificado, ou sem a sub-rotina, nenhum
      * canal esta autorizado.
       CONSULTA-CONSENTIMENTO.

           MOVE 'N' TO CNS-EMAIL CNS-CORREIO CNS-AVISOS
                       CNS-FOTOGRAFIA
           SET CNS-SEM-REGISTO TO TRUE

           IF WS-CLIENTE-BLOCO NOT = ZEROS
               MOVE WS-CLIENTE-BLOCO TO CNS-CLIENTE
               MOVE 'N' TO WS-IND-CONSCON
               CALL 'PROGCONSCON' USING CONSCON-PARAMETRES
                   ON EXCEPTION
                       SET WS-CONSCON-FALHOU TO TRUE
               END-CALL
               IF WS-CONSCON-FALHOU
                   DISPLAY "PROGCONSCON INDISPONIVEL - SEM "
                           "CANAIS AUTORIZADOS."
                   MOVE 'N' TO CNS-EMAIL CNS-CORREIO CNS-AVISOS
                               CNS-FOTOGRAFIA
               END-IF
           END-IF.

      * Segunda passagem: copia tudo para CARTAS.TMP trocando (ou
      * inserindo) a linha DESPACHO do bloco pedido, e repoe.
       REGRAVA-COM-MARCA.
                   END-STRING
                   WRITE FD-RELATORIO-REG
                   CLOSE RELATORIO
                   MOVE "DESPACHO" TO SPL-RELATORIO
                   MOVE "DESPACHO.REL" TO SPL-FICHEIRO
                   PERFORM ENVIA-AO-SPOOL
                   DISPLAY "RELATORIO EM DESPACHO.REL."
               END-IF
                   END-IF
           END-EVALUATE.

      * ------- cartas sem canal autorizado ---------------------
      * Cada bloco por sair (PENDENTE ou FALHADA) e avaliado quando
      * o separador o fecha: serve o correio autorizado, ou o
      * e-mail autorizado com endereco aproveitavel.
       RELATORIO-EXCECOES.

           MOVE 'N' TO WS-FIM-FICHEIRO
           PERFORM ZERA-CONTADORES
           MOVE ZEROS TO WS-CONT-EXCECOES

           OPEN INPUT CARTAS
           IF WS-FS-CARTAS NOT = "00"
               DISPLAY "CARTAS.DAT NAO ENCONTRADO - FILA VAZIA."
           ELSE
               OPEN OUTPUT EXCECOES
               MOVE SPACES TO FD-EXCECOES-REG
               STRING "CARTAS SEM CANAL AUTORIZADO EM " WS-DATA-HOJE
                   DELIMITED BY SIZE INTO FD-EXCECOES-REG
               END-STRING
               WRITE FD-EXCECOES-REG

               PERFORM LE-CARTA
               PERFORM PERCORRE-EXCECOES
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE CARTAS

               MOVE SPACES TO FD-EXCECOES-REG
               STRING "EXCECOES " WS-CONT-EXCECOES
                   DELIMITED BY SIZE INTO FD-EXCECOES-REG
               END-STRING
               WRITE FD-EXCECOES-REG
               CLOSE EXCECOES

               DISPLAY "EXCECOES " WS-CONT-EXCECOES
               DISPLAY "LISTA EM DESPEXC.LIS."
               MOVE "DESPEXC" TO SPL-RELATORIO
               MOVE "DESPEXC.LIS" TO SPL-FICHEIRO
               PERFORM ENVIA-AO-SPOOL
           END-IF.

       PERCORRE-EXCECOES.

           MOVE FD-CARTA-REG TO WS-LINHA-CARTA

           IF WS-LINHA-CARTA = WS-LINHA-SEPARADORA
               IF WS-EM-BLOCO
                   MOVE 'N' TO WS-DENTRO-BLOCO
                   IF WS-ESTADO-BLOCO NOT = "IMPRESSA"
                      AND WS-ESTADO-BLOCO NOT = "EMAIL"
                       PERFORM AVALIA-EXCECAO
                   END-IF
               ELSE
                   SET WS-EM-BLOCO TO TRUE
                   SET WS-LINHA-DE-DESPACHO TO TRUE
                   ADD 1 TO WS-BLOCO-ATUAL
                   MOVE "PENDENTE" TO WS-ESTADO-BLOCO
                   MOVE SPACES TO WS-DESTINATARIO WS-EMAIL-BLOCO
                   MOVE ZEROS TO WS-CLIENTE-BLOCO
               END-IF
           ELSE
               IF WS-EM-BLOCO
                   IF WS-LINHA-DE-DESPACHO
                      AND WS-LC-ROTULO = "DESPACHO: "
                       MOVE WS-LC-ESTADO TO WS-ESTADO-BLOCO
                   ELSE
                       IF WS-DESTINATARIO = SPACES
                           MOVE WS-LINHA-CARTA (1: 46)
                               TO WS-DESTINATARIO
                       END-IF
                       PERFORM APANHA-CONTACTOS
                   END-IF
                   MOVE 'N' TO WS-APOS-SEPARADOR
               END-IF
           END-IF

           PERFORM LE-CARTA.

       AVALIA-EXCECAO.

           PERFORM AVALIA-EMAIL
           PERFORM CONSULTA-CONSENTIMENTO

           EVALUATE TRUE
               WHEN WS-CLIENTE-BLOCO = ZEROS
                   MOVE "SEM ENCARREGADO IDENTIFICADO NA CARTA"
                       TO WS-MOTIVO
               WHEN CNS-CORREIO-AUTORIZADO
                   MOVE SPACES TO WS-MOTIVO
               WHEN CNS-EMAIL-AUTORIZADO AND WS-EMAIL-APROVEITAVEL
                   MOVE SPACES TO WS-MOTIVO
               WHEN CNS-EMAIL-AUTORIZADO
                   MOVE "SO AUTORIZA E-MAIL E NAO HA E-MAIL "
                       & "APROVEITAVEL" TO WS-MOTIVO
               WHEN OTHER
                   MOVE "SEM CONSENTIMENTO DE E-MAIL NEM DE CORREIO"
                       TO WS-MOTIVO
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-CONT-EXCECOES
               DISPLAY "  CARTA " WS-BLOCO-ATUAL " [" WS-ESTADO-BLOCO
                       "] " WS-DESTINATARIO
               DISPLAY "    " WS-MOTIVO
               MOVE SPACES TO FD-EXCECOES-REG
               STRING "CARTA " WS-BLOCO-ATUAL " [" WS-ESTADO-BLOCO
                      "] " WS-DESTINATARIO
                   DELIMITED BY SIZE INTO FD-EXCECOES-REG
               END-STRING
               WRITE FD-EXCECOES-REG
               MOVE SPACES TO FD-EXCECOES-REG
               STRING "    CLIENTE " WS-CLIENTE-BLOCO ": " WS-MOTIVO
                   DELIMITED BY SIZE INTO FD-EXCECOES-REG
               END-STRING
               WRITE FD-EXCECOES-REG
           END-IF.

      * Copia do relatorio para o spool (PROGSPOOL) - sem o spool
      * ligado fica tudo como dantes.
       ENVIA-AO-SPOOL.

           MOVE SPACES TO SPL-OPERADOR
           MOVE 'N' TO WS-IND-SPOOL
           CALL 'PROGSPOOL' USING SPOOL-PARAMETRES
