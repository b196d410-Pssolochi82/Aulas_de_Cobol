      *            e ALUNOS-REJ.DAT, como o lote de notas faz em
      *            NOTAS-REJ.DAT, e o programa termina RC-AVISO
      *            (RETCOD.cpy) quando ha recusas.
      * 15/10/26 - O aluno importado entra sem segundo responsavel
      *            financeiro (ALU-ENCARREGADO-2 a zeros, quota do
      *            primeiro 100).
      * 15/10/26 - CLIENTES-IMP.CSV ganha a coluna CODIGO POSTAL no fim,
      *            como o CLIENTES.CSV do PROGEXPORTA. O codigo e
      *            conferido no diretorio dos CTT pelo PROGCPCON, como
      *            no PROGCLIENTE: mal formado, fora do diretorio ou com
      *            outra cidade recusa a linha; cidade em branco vem do
      *            diretorio. Coluna em branco passa - o cliente aparece
      *            na listagem do PROGMORADAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGIMPORTA.
           03 FILLER                   PIC X(09) VALUE " MOTIVO: ".
           03 WS-RJ-MOTIVO             PIC X(30).

      * Colunas separadas da linha importada (a 10 chega para o
      * maior dos dois layouts).
       01 WS-COLUNAS.
           03 WS-COL                   PIC X(60) OCCURS 10 TIMES.

      * Normalizacao de numeros: o campo aparado encosta a direita
      * sobre zeros - aceita tanto "000123" da exportacao como o
       01 WS-NIF-VALIDO            PIC X VALUE 'N'.
           88 WS-NIF-OK                   VALUE 'S'.

      * Codigo postal conferido no diretorio dos CTT (PROGCPCON),
      * como no PROGCLIENTE; a cidade em branco vem do diretorio.
       01 WS-CP-TRABALHO           PIC X(08) VALUE SPACES.
       01 WS-CIDADE-TRABALHO       PIC X(30) VALUE SPACES.
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

       01 WS-REGISTO-UTIL          PIC X VALUE 'N'.
           88 WS-REGISTO-BOM              VALUE 'S'.

               END-IF
           END-IF

           MOVE SPACES TO WS-CP-TRABALHO
           MOVE WS-COL (6) TO WS-CIDADE-TRABALHO
           IF WS-REGISTO-BOM AND WS-COL (10) NOT = SPACES
               PERFORM VALIDA-CODIGO-POSTAL
           END-IF

           IF WS-REGISTO-BOM
               MOVE SPACES TO FD-CLIENTE-REG
               MOVE WS-NUM6-VAL TO CLI-ID
               MOVE WS-COL (3) TO CLI-ENDERECO
               MOVE WS-COL (4) TO CLI-TELEFONE
               MOVE WS-COL (5) TO CLI-EMAIL
               MOVE WS-CIDADE-TRABALHO TO CLI-CIDADE
               MOVE WS-CP-TRABALHO TO CLI-CODIGO-POSTAL
               MOVE WS-COL (7) TO CLI-ESTADO
               IF WS-COL (8) = SPACES
                   MOVE 'A' TO CLI-SITUACAO

           PERFORM LE-IMPORTACAO.

      * Codigo postal da coluna 10 contra o diretorio: mal
      * formado, fora do diretorio ou de outra cidade recusa a
      * linha; a cidade em branco passa a ser a do diretorio. Sem
      * CODPOSTAL.DAT vale o formato. A coluna em branco passa (o
      * cliente sai depois na listagem do PROGMORADAS).
       VALIDA-CODIGO-POSTAL.

           MOVE WS-COL (10) (1: 8) TO CPC-CODIGO
           MOVE WS-COL (6)         TO CPC-CIDADE
           SET CPC-SEM-DIRETORIO TO TRUE
           IF WS-COL (10) (9: ) NOT = SPACES
               SET CPC-MAL-FORMADO TO TRUE
           ELSE
               MOVE 'N' TO WS-IND-CPCON
               CALL 'PROGCPCON' USING CPCON-PARAMETRES
                   ON EXCEPTION
                       SET WS-CPCON-FALHOU TO TRUE
               END-CALL
           END-IF

           EVALUATE TRUE
               WHEN CPC-MAL-FORMADO
                   MOVE "CODIGO POSTAL INVALIDO" TO WS-MOTIVO-REJ
                   MOVE 'N' TO WS-REGISTO-UTIL
               WHEN CPC-DESCONHECIDO
                   MOVE "C.POSTAL FORA DO DIRETORIO" TO WS-MOTIVO-REJ
                   MOVE 'N' TO WS-REGISTO-UTIL
               WHEN CPC-OUTRA-LOCALIDADE
                   MOVE "CIDADE NAO CONFERE COM O C.P." TO WS-MOTIVO-REJ
                   MOVE 'N' TO WS-REGISTO-UTIL
               WHEN CPC-CONFERE
                   MOVE CPC-CODIGO TO WS-CP-TRABALHO
                   MOVE CPC-LOCALIDADE TO WS-CIDADE-TRABALHO
               WHEN OTHER
                   MOVE CPC-CODIGO TO WS-CP-TRABALHO
           END-EVALUATE.

      * ----------------- ALUNOS-IMP.CSV -----------------------
       IMPORTA-ALUNOS.

               PERFORM NORMALIZA-NUMERO
               MOVE WS-NUM6-VAL TO ALU-NUMERO
               MOVE WS-COL (2) TO ALU-NOME
               MOVE ZEROS TO ALU-ENCARREGADO-2
               MOVE 100   TO ALU-QUOTA-ENC
               IF WS-COL (3) = SPACES
                   MOVE 'A' TO ALU-ESTADO
               ELSE
               INTO WS-COL (1) WS-COL (2) WS-COL (3)
                    WS-COL (4) WS-COL (5) WS-COL (6)
                    WS-COL (7) WS-COL (8) WS-COL (9)
                    WS-COL (10)
           END-UNSTRING

           PERFORM APARA-COLUNA
               VARYING WS-NIF-IDX FROM 1 BY 1
               UNTIL WS-NIF-IDX > 10.

       APARA-COLUNA.

