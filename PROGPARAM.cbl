      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: SUB-ROTINA DE CONSULTA DO HISTORICO DE PARAMETROS
      *          DO CONTROLO (PARAMHIST.DAT) - DADO O PARAMETRO E UMA
      *          DATA, DEVOLVE O VALOR EM VIGOR NESSA DATA.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, ao estilo do PROGTABCON. As
      *            alteracoes datadas da nota minima, do limite de
      *            faltas e da taxa de juro ficam em PARAMHIST.DAT
      *            (PRMREG.cpy, gravado pelo PROGCONTROLE). Vale a
      *            entrada do parametro com o maior inicio ate a
      *            data pedida; com duas entradas do mesmo inicio
      *            vale a registada por ultimo (uma correcao
      *            sobrepoe-se a alteracao errada). PRP-DATA 0 =
      *            hoje. Resultados: S = encontrado (PRP-VALOR e
      *            PRP-INICIO), N = sem entrada em vigor nessa data,
      *            F = PARAMHIST.DAT inexistente - nos dois ultimos
      *            casos o chamador fica com o valor de CONTROLE.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPARAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMHIST ASSIGN TO "PARAMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMHIST.
       COPY "PRMREG.cpy" REPLACING NIVEL-PRM BY 01
                                   CAMPO-PRM-REG BY FD-PARAMHIST-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PARAMHIST          PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-DATA-REFERENCIA       PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARAM-PARAMETRES.
           02 PRP-CAMPO                PIC X(10).
           02 PRP-DATA                 PIC 9(08).
           02 PRP-VALOR                PIC 9(04)V99.
           02 PRP-INICIO               PIC 9(08).
           02 PRP-RESULTADO            PIC X(01).
               88 PRP-ENCONTRADO              VALUE 'S'.
               88 PRP-NAO-ENCONTRADO          VALUE 'N'.
               88 PRP-SEM-FICHEIRO            VALUE 'F'.

       PROCEDURE DIVISION USING PARAM-PARAMETRES.
       MAIN-PROCEDURE.

           SET PRP-NAO-ENCONTRADO TO TRUE
           MOVE ZEROS TO PRP-VALOR
           MOVE ZEROS TO PRP-INICIO

      * Data de referencia 0 = hoje.
           IF PRP-DATA = ZEROS
               ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           ELSE
               MOVE PRP-DATA TO WS-DATA-REFERENCIA
           END-IF

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PARAMHIST
           IF WS-FS-PARAMHIST NOT = "00"
               SET PRP-SEM-FICHEIRO TO TRUE
           ELSE
               PERFORM LE-PARAMHIST
               PERFORM VERIFICA-ENTRADA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PARAMHIST
           END-IF

           GOBACK.

       LE-PARAMHIST.

           READ PARAMHIST
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

      * O ficheiro e lido todo: fica a entrada de maior inicio ate
      * a data de referencia (no empate, a ultima lida).
       VERIFICA-ENTRADA.

           IF PRM-CAMPO = PRP-CAMPO
              AND PRM-INICIO <= WS-DATA-REFERENCIA
              AND (PRP-NAO-ENCONTRADO
                   OR PRM-INICIO >= PRP-INICIO)
               SET PRP-ENCONTRADO TO TRUE
               MOVE PRM-VALOR  TO PRP-VALOR
               MOVE PRM-INICIO TO PRP-INICIO
           END-IF

           PERFORM LE-PARAMHIST.
       END PROGRAM PROGPARAM.
