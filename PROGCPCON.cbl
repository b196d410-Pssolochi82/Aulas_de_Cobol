      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DE VALIDACAO DO CODIGO POSTAL - DADO O
      *          CODIGO E A CIDADE DO CLIENTE, CONFERE O FORMATO
      *          NNNN-NNN, PROCURA O CODIGO NO DIRETORIO DOS CTT
      *          (CODPOSTAL.DAT) E DEVOLVE A LOCALIDADE POSTAL.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGTABCON. Chamada
      *            pelo PROGCLIENTE, pelo PROGIMPORTA e pelo
      *            PROGMORADAS, para as tres aplicarem a mesma
      *            regra. Aceita tambem os 7 digitos sem hifen e
      *            devolve o codigo ja na forma NNNN-NNN. A cidade
      *            confere com a designacao postal do diretorio sem
      *            olhar a maiusculas; cidade em branco confere (o
      *            chamador preenche-a com CPC-LOCALIDADE). Resultados:
      *            S = confere, L = codigo existe mas a cidade e
      *            outra, N = codigo fora do diretorio, I = formato
      *            invalido, F = CODPOSTAL.DAT por carregar - os
      *            chamadores aceitam entao o codigo so pelo formato.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCPCON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODPOSTAL ASSIGN TO "CODPOSTAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPO-CODIGO
               FILE STATUS IS WS-FS-CODPOSTAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CODPOSTAL.
       COPY "CPOREG.cpy" REPLACING NIVEL-CPO BY 01
                                   CAMPO-CPO-REG BY FD-CODPOSTAL-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-CODPOSTAL          PIC X(02) VALUE ZEROS.

       01 WS-CP-TRABALHO           PIC X(08) VALUE SPACES.
       01 FILLER REDEFINES WS-CP-TRABALHO.
           03 WS-CP-4                  PIC X(04).
           03 WS-CP-HIFEN              PIC X(01).
           03 WS-CP-3                  PIC X(03).

       01 WS-CP-FORMATO            PIC X VALUE 'N'.
           88 WS-CP-BEM-FORMADO           VALUE 'S'.

       01 WS-CIDADE-MAIUSC         PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING CPCON-PARAMETRES.
       MAIN-PROCEDURE.

           MOVE SPACES TO CPC-LOCALIDADE

           PERFORM VALIDA-FORMATO

           IF NOT WS-CP-BEM-FORMADO
               SET CPC-MAL-FORMADO TO TRUE
           ELSE
               MOVE WS-CP-TRABALHO TO CPC-CODIGO
               PERFORM PROCURA-CODIGO
           END-IF

           GOBACK.

      * NNNN-NNN, a primeira posicao de 1 a 9; os 7 digitos
      * seguidos (como vem das folhas de calculo) sao aceites e
      * ganham o hifen.
       VALIDA-FORMATO.

           MOVE 'N' TO WS-CP-FORMATO
           MOVE CPC-CODIGO TO WS-CP-TRABALHO

           IF CPC-CODIGO (1: 7) NUMERIC
              AND CPC-CODIGO (8: 1) = SPACE
               MOVE CPC-CODIGO (1: 4) TO WS-CP-4
               MOVE "-"               TO WS-CP-HIFEN
               MOVE CPC-CODIGO (5: 3) TO WS-CP-3
           END-IF

           IF WS-CP-4 NUMERIC AND WS-CP-HIFEN = "-"
              AND WS-CP-3 NUMERIC AND WS-CP-4 (1: 1) NOT = "0"
               SET WS-CP-BEM-FORMADO TO TRUE
           END-IF.

       PROCURA-CODIGO.

           OPEN INPUT CODPOSTAL
           IF WS-FS-CODPOSTAL NOT = "00"
               SET CPC-SEM-DIRETORIO TO TRUE
           ELSE
               MOVE CPC-CODIGO TO CPO-CODIGO
               READ CODPOSTAL
               IF WS-FS-CODPOSTAL = "00"
                   MOVE CPO-LOCALIDADE TO CPC-LOCALIDADE
                   PERFORM CONFERE-LOCALIDADE
               ELSE
                   SET CPC-DESCONHECIDO TO TRUE
               END-IF
               CLOSE CODPOSTAL
           END-IF.

      * A lista dos CTT vem em maiusculas; a cidade escrita ao
      * balcao compara-se convertida.
       CONFERE-LOCALIDADE.

           MOVE CPC-CIDADE TO WS-CIDADE-MAIUSC
           INSPECT WS-CIDADE-MAIUSC
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF WS-CIDADE-MAIUSC = SPACES
              OR WS-CIDADE-MAIUSC = CPO-LOCALIDADE
               SET CPC-CONFERE TO TRUE
           ELSE
               SET CPC-OUTRA-LOCALIDADE TO TRUE
           END-IF.
       END PROGRAM PROGCPCON.
