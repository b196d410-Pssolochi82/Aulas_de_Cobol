      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DE REGISTO DOS DOCUMENTOS FISCAIS NA SUA
      *          SERIE (SERIES.DAT / DOCFISCAL.DAT) - NUMERO NA
      *          SERIE, ATCUD E HASH ENCADEADO NO DOCUMENTO ANTERIOR.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. CTL-PROX-FATURA, CTL-PROX-NOTACRED
      *            e CTL-PROX-RECIBO continuam a dar o numero interno
      *            de cada documento, mas um numero tirado e perdido
      *            nao deixava rasto. Quem emite chama esta rotina
      *            logo a seguir a gravar o documento:
      *              RD-FUNCAO 'E' - regista o documento RD-TIPO
      *                              (FT/NC/RG) RD-NUMERO na serie do
      *                              tipo e do ano de RD-DATA: devolve
      *                              a serie, o numero na serie, o
      *                              ATCUD e o hash. A serie que ainda
      *                              nao exista e aberta com o codigo
      *                              tipo + ano e sem codigo de
      *                              validacao (ATCUD "0-n") - o
      *                              codigo regista-se no PROGSERIE.
      *                              Um documento ja registado
      *                              devolve o registo que tem.
      *              RD-FUNCAO 'C' - devolve o registo do documento
      *                              (para a impressao); RD-NAO-
      *                              ENCONTRADO para os documentos
      *                              anteriores as series.
      *              RD-FUNCAO 'H' - so calcula o hash de RD-DATA,
      *                              RD-SERIE, RD-SEQ, RD-VALOR e
      *                              RD-HASH-ANTERIOR (o PROGSERIE
      *                              usa-o para conferir a cadeia).
      *            O hash sao duas somas polinomiais modulo dois
      *            primos sobre os caracteres desses campos, 18
      *            digitos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREGDOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIES    ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-CHAVE
               FILE STATUS IS WS-FS-SERIES.
           SELECT DOCFISCAL ASSIGN TO "DOCFISCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFI-CHAVE
               ALTERNATE RECORD KEY IS DFI-SERIE-CHAVE
               FILE STATUS IS WS-FS-DOCFISCAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SERIES.
       COPY "SERREG.cpy" REPLACING NIVEL-SER BY 01
                                   CAMPO-SER-REG BY FD-SERIE-REG.

       FD  DOCFISCAL.
       COPY "DFIREG.cpy" REPLACING NIVEL-DFI BY 01
                                   CAMPO-DFI-REG BY FD-DOCFISCAL-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-SERIES             PIC X(02) VALUE ZEROS.
       01 WS-FS-DOCFISCAL          PIC X(02) VALUE ZEROS.

       01 WS-ANO-DOCUMENTO         PIC 9(04) VALUE ZEROS.
       01 WS-DOC-ACHADO            PIC X VALUE 'N'.
           88 WS-DOC-JA-REGISTADO         VALUE 'S'.

      * Calculo do hash.
       01 WS-ALFABETO              PIC X(41) VALUE
           "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ -.+/".
       01 WS-HASH-TEXTO            PIC X(53) VALUE SPACES.
       01 WS-HASH-VALOR            PIC -9(07).99.
       01 WS-HASH-CAR              PIC X(01) VALUE SPACE.
       01 WS-HASH-IDX              PIC 9(02) VALUE ZEROS.
       01 WS-HASH-COD              PIC 9(02) VALUE ZEROS.
       01 WS-HASH-1                PIC 9(09) VALUE ZEROS.
       01 WS-HASH-2                PIC 9(09) VALUE ZEROS.
       01 WS-HASH-TMP              PIC 9(12) VALUE ZEROS.
       01 WS-HASH-QUOC             PIC 9(12) VALUE ZEROS.

      * Montagem do ATCUD: codigo de validacao + "-" + numero.
       01 WS-SEQ-EDIT              PIC Z(05)9.
       01 WS-SEQ-TEXTO             PIC X(06) VALUE SPACES.
       01 WS-SEQ-BRANCOS           PIC 9(02) VALUE ZEROS.
       01 WS-SEQ-INICIO            PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 REGDOC-PARAMETRES.
           02 RD-FUNCAO                PIC X(01).
               88 RD-EMITE                    VALUE 'E'.
               88 RD-CONSULTA                 VALUE 'C'.
               88 RD-CALCULA-HASH             VALUE 'H'.
           02 RD-TIPO                  PIC X(02).
           02 RD-NUMERO                PIC 9(06).
           02 RD-DATA                  PIC 9(08).
           02 RD-VALOR                 PIC S9(07)V99.
           02 RD-SERIE                 PIC X(10).
           02 RD-SEQ                   PIC 9(06).
           02 RD-ATCUD                 PIC X(20).
           02 RD-HASH-ANTERIOR         PIC X(18).
           02 RD-HASH                  PIC X(18).
           02 RD-RESULTADO             PIC X(01).
               88 RD-OK                       VALUE 'S'.
               88 RD-NAO-ENCONTRADO           VALUE 'N'.
               88 RD-ERRO                     VALUE 'F'.

       PROCEDURE DIVISION USING REGDOC-PARAMETRES.
       MAIN-PROCEDURE.

           SET RD-OK TO TRUE

           EVALUATE TRUE
               WHEN RD-EMITE
                   PERFORM EMITE-DOCUMENTO
               WHEN RD-CONSULTA
                   PERFORM CONSULTA-DOCUMENTO
               WHEN RD-CALCULA-HASH
                   PERFORM CALCULA-HASH
               WHEN OTHER
                   SET RD-ERRO TO TRUE
           END-EVALUATE

           GOBACK.

       EMITE-DOCUMENTO.

           OPEN I-O SERIES
           IF WS-FS-SERIES = "35"
               OPEN OUTPUT SERIES
               CLOSE SERIES
               OPEN I-O SERIES
           END-IF

           OPEN I-O DOCFISCAL
           IF WS-FS-DOCFISCAL = "35"
               OPEN OUTPUT DOCFISCAL
               CLOSE DOCFISCAL
               OPEN I-O DOCFISCAL
           END-IF

           IF WS-FS-SERIES NOT = "00"
              OR WS-FS-DOCFISCAL NOT = "00"
               SET RD-ERRO TO TRUE
           ELSE
               PERFORM PROCURA-REGISTO
               IF WS-DOC-JA-REGISTADO
                   PERFORM DEVOLVE-REGISTO
               ELSE
                   PERFORM OBTEM-SERIE
                   IF RD-OK
                       PERFORM GRAVA-REGISTO
                   END-IF
               END-IF
           END-IF

           CLOSE SERIES
           CLOSE DOCFISCAL.

       PROCURA-REGISTO.

           MOVE 'N' TO WS-DOC-ACHADO
           MOVE RD-TIPO   TO DFI-TIPO
           MOVE RD-NUMERO TO DFI-NUMERO

           READ DOCFISCAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DOC-JA-REGISTADO TO TRUE
           END-READ.

      * A serie do tipo e do ano do documento; a primeira emissao
      * do ano abre-a sem codigo de validacao.
       OBTEM-SERIE.

           MOVE RD-DATA (1: 4) TO WS-ANO-DOCUMENTO
           MOVE RD-TIPO          TO SER-TIPO
           MOVE WS-ANO-DOCUMENTO TO SER-ANO

           READ SERIES
               INVALID KEY
                   PERFORM ABRE-SERIE-NOVA
           END-READ.

       ABRE-SERIE-NOVA.

           MOVE SPACES TO SER-CODIGO
           STRING RD-TIPO WS-ANO-DOCUMENTO
               DELIMITED BY SIZE INTO SER-CODIGO
           END-STRING
           MOVE SPACES   TO SER-VALIDACAO
           MOVE ZEROS    TO SER-ULT-SEQ
           MOVE SPACES   TO SER-ULT-HASH
           MOVE ZEROS    TO SER-ULT-DATA
           MOVE RD-DATA  TO SER-DATA-ABERTURA

           WRITE FD-SERIE-REG
               INVALID KEY
                   SET RD-ERRO TO TRUE
           END-WRITE

           IF RD-OK
               DISPLAY "AVISO: SERIE " SER-CODIGO " ABERTA SEM "
                       "CODIGO DE VALIDACAO - REGISTE-O NO "
                       "PROGSERIE."
           END-IF.

       GRAVA-REGISTO.

           IF RD-DATA < SER-ULT-DATA
               DISPLAY "AVISO: DOCUMENTO " RD-TIPO " " RD-NUMERO
                       " COM DATA ANTERIOR AO ULTIMO DA SERIE "
                       SER-CODIGO "."
           END-IF

           MOVE SER-CODIGO   TO RD-SERIE
           COMPUTE RD-SEQ = SER-ULT-SEQ + 1
           MOVE SER-ULT-HASH TO RD-HASH-ANTERIOR
           PERFORM CALCULA-HASH
           PERFORM MONTA-ATCUD

           MOVE RD-TIPO          TO DFI-TIPO
           MOVE RD-NUMERO        TO DFI-NUMERO
           MOVE RD-SERIE         TO DFI-SERIE
           MOVE RD-SEQ           TO DFI-SEQ
           MOVE SER-ANO          TO DFI-ANO
           MOVE RD-DATA          TO DFI-DATA
           MOVE RD-VALOR         TO DFI-VALOR
           MOVE RD-ATCUD         TO DFI-ATCUD
           MOVE RD-HASH-ANTERIOR TO DFI-HASH-ANTERIOR
           MOVE RD-HASH          TO DFI-HASH

           WRITE FD-DOCFISCAL-REG
               INVALID KEY
                   SET RD-ERRO TO TRUE
           END-WRITE

           IF RD-OK
               MOVE RD-SEQ  TO SER-ULT-SEQ
               MOVE RD-HASH TO SER-ULT-HASH
               IF RD-DATA > SER-ULT-DATA
                   MOVE RD-DATA TO SER-ULT-DATA
               END-IF
               REWRITE FD-SERIE-REG
                   INVALID KEY
                       SET RD-ERRO TO TRUE
               END-REWRITE
           END-IF.

       MONTA-ATCUD.

           MOVE RD-SEQ TO WS-SEQ-EDIT
           MOVE WS-SEQ-EDIT TO WS-SEQ-TEXTO
           MOVE ZEROS TO WS-SEQ-BRANCOS
           INSPECT WS-SEQ-TEXTO
                   TALLYING WS-SEQ-BRANCOS FOR LEADING SPACE
           COMPUTE WS-SEQ-INICIO = WS-SEQ-BRANCOS + 1

           MOVE SPACES TO RD-ATCUD
           IF SER-VALIDACAO = SPACES
               STRING "0-" WS-SEQ-TEXTO (WS-SEQ-INICIO: )
                   DELIMITED BY SIZE INTO RD-ATCUD
               END-STRING
           ELSE
               STRING SER-VALIDACAO DELIMITED BY SPACE
                      "-" WS-SEQ-TEXTO (WS-SEQ-INICIO: )
                      DELIMITED BY SIZE
                   INTO RD-ATCUD
               END-STRING
           END-IF.

       CONSULTA-DOCUMENTO.

           OPEN INPUT DOCFISCAL
           IF WS-FS-DOCFISCAL NOT = "00"
               SET RD-NAO-ENCONTRADO TO TRUE
           ELSE
               PERFORM PROCURA-REGISTO
               IF WS-DOC-JA-REGISTADO
                   PERFORM DEVOLVE-REGISTO
               ELSE
                   SET RD-NAO-ENCONTRADO TO TRUE
               END-IF
               CLOSE DOCFISCAL
           END-IF.

       DEVOLVE-REGISTO.

           MOVE DFI-DATA          TO RD-DATA
           MOVE DFI-VALOR         TO RD-VALOR
           MOVE DFI-SERIE         TO RD-SERIE
           MOVE DFI-SEQ           TO RD-SEQ
           MOVE DFI-ATCUD         TO RD-ATCUD
           MOVE DFI-HASH-ANTERIOR TO RD-HASH-ANTERIOR
           MOVE DFI-HASH          TO RD-HASH.

      * Duas somas polinomiais sobre os 53 caracteres de data,
      * serie, numero, valor e hash anterior: cada caracter vale a
      * sua posicao no alfabeto (fora dele vale 42).
       CALCULA-HASH.

           MOVE RD-VALOR TO WS-HASH-VALOR
           MOVE SPACES TO WS-HASH-TEXTO
           STRING RD-DATA RD-SERIE RD-SEQ WS-HASH-VALOR
                  RD-HASH-ANTERIOR
               DELIMITED BY SIZE INTO WS-HASH-TEXTO
           END-STRING

           MOVE 17   TO WS-HASH-1
           MOVE 4099 TO WS-HASH-2
           PERFORM SOMA-CARACTER-HASH
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 53

           MOVE SPACES TO RD-HASH
           STRING WS-HASH-1 WS-HASH-2
               DELIMITED BY SIZE INTO RD-HASH
           END-STRING.

       SOMA-CARACTER-HASH.

           MOVE WS-HASH-TEXTO (WS-HASH-IDX: 1) TO WS-HASH-CAR
           MOVE ZEROS TO WS-HASH-COD
           INSPECT WS-ALFABETO TALLYING WS-HASH-COD
                   FOR CHARACTERS BEFORE INITIAL WS-HASH-CAR
           ADD 1 TO WS-HASH-COD

           COMPUTE WS-HASH-TMP = WS-HASH-1 * 31 + WS-HASH-COD
           DIVIDE WS-HASH-TMP BY 999999937 GIVING WS-HASH-QUOC
                  REMAINDER WS-HASH-1

           COMPUTE WS-HASH-TMP = WS-HASH-2 * 131
                               + WS-HASH-COD * WS-HASH-IDX
           DIVIDE WS-HASH-TMP BY 999999929 GIVING WS-HASH-QUOC
                  REMAINDER WS-HASH-2.
