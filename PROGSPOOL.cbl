      *            pagina), como o ARQLOG.CAT cataloga os logs
      *            arquivados. A consulta, a vista no ecra e a
      *            reimpressao sao do PROGSPOOLVIS.
      * 15/10/26 - Em ambiente de formacao (PROGAMBIENTE) cada membro
      *            abre com a marca do ambiente, para nenhum
      *            impresso de formacao passar por verdadeiro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSPOOL.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

       01 WS-IND-CHAMADA           PIC X VALUE 'N'.
           88 WS-CHAMADA-FALHOU           VALUE 'S'.

       01 AMBIENTE-PARAMETRES.
           02 AMB-FUNCAO               PIC X(01).
           02 AMB-MODO                 PIC X(01).
               88 AMB-REAL                    VALUE 'R'.
               88 AMB-FORMACAO                VALUE 'F'.
           02 AMB-DIRETORIO            PIC X(20).
           02 AMB-MARCA                PIC X(40).
           02 AMB-RESULTADO            PIC X(01).
               88 AMB-OK                      VALUE 'S'.
               88 AMB-INVALIDO                VALUE 'N'.

       LINKAGE SECTION.
       01 SPOOL-PARAMETRES.
           02 SPL-RELATORIO            PIC X(12).

           OPEN OUTPUT MEMBRO

           PERFORM MARCA-AMBIENTE

           PERFORM LE-ORIGEM
           PERFORM COPIA-LINHA
               UNTIL WS-SEM-MAIS-REGISTOS

           CLOSE ORIGEM MEMBRO.

       MARCA-AMBIENTE.

           MOVE 'C' TO AMB-FUNCAO
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGAMBIENTE' USING AMBIENTE-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND AMB-OK AND AMB-FORMACAO
               MOVE AMB-MARCA TO FD-MEMBRO-REG
               WRITE FD-MEMBRO-REG
               ADD 1 TO WS-CONT-LINHAS
           END-IF.

       LE-ORIGEM.

           READ ORIGEM
