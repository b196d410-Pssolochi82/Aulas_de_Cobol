      *            entram com aviso ate a senha ser definida. O
      *            sucesso zera as falhas. As atualizacoes do
      *            registo regravam o ficheiro por OPERADORES.TMP.
      * 15/10/26 - Com a sessao aceite escolhe-se o ambiente de
      *            trabalho (PROGAMBIENTE: real ou formacao, pergunta
      *            uma vez por sessao); em formacao cada sign-on
      *            mostra a marca do ambiente.
      * 15/10/26 - O registo de trabalho acompanha o novo OPE-DOCENTE
      *            (69 posicoes); o perfil D (docente) e devolvido como
      *            os outros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSIGNON.
                                   CAMPO-OPE-REG BY FD-OPERADOR-REG.

       FD  TRABALHO.
       01  FD-TRABALHO-REG             PIC X(69).

       WORKING-STORAGE SECTION.
       01 WS-FS-OPERADORES         PIC X(02) VALUE ZEROS.
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

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

       01 AUDIT-PARAMETRES.
           02 AUD-PROGRAMA             PIC X(14).
           02 AUD-TIPO                 PIC X(08).
                  OR WS-TENTATIVAS >= 3
                  OR WS-ID-DIGITADO = SPACES

           IF SGN-OK
               PERFORM ESCOLHE-AMBIENTE
           END-IF

           GOBACK.

      * O ambiente escolhido fica na sessao: os sign-on seguintes
      * ja nao perguntam, so mostram a marca se for de formacao.
       ESCOLHE-AMBIENTE.

           MOVE 'E' TO AMB-FUNCAO
           MOVE 'N' TO WS-IND-CHAMADA
           CALL 'PROGAMBIENTE' USING AMBIENTE-PARAMETRES
               ON EXCEPTION
                   SET WS-CHAMADA-FALHOU TO TRUE
           END-CALL

           IF NOT WS-CHAMADA-FALHOU AND AMB-OK AND AMB-FORMACAO
               DISPLAY "*******************************************"
               DISPLAY "*  " AMB-MARCA
               DISPLAY "*******************************************"
           END-IF.

       PEDE-IDENTIFICACAO.

           ADD 1 TO WS-TENTATIVAS
