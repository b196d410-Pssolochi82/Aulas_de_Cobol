      *            outro cliente ja tem o mesmo NIF; em branco =
      *            nao informado. Sai nas faturas, recibos e
      *            extrato, e a purga limpa-o.
      * 15/10/26 - Codigo postal (CLI-CODIGO-POSTAL de CLIREG.cpy):
      *            pedido na criacao e na alteracao no lugar da cidade e
      *            conferido no diretorio dos CTT (CODPOSTAL.DAT) pelo
      *            PROGCPCON - codigo mal formado ou fora do diretorio e
      *            recusado e a cidade passa a ser a designacao postal
      *            do diretorio. Sem o diretorio carregado basta o
      *            formato NNNN-NNN e a cidade continua a ser escrita.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCLIENTE.
               88 TBC-NAO-ENCONTRADO          VALUE 'N'.
               88 TBC-SEM-FICHEIRO            VALUE 'F'.

      * Codigo postal conferido no diretorio dos CTT (PROGCPCON);
      * sem CODPOSTAL.DAT vale o formato e a cidade e pedida.
       01 WS-CP-TRABALHO           PIC X(08) VALUE SPACES.
       01 WS-CIDADE-TRABALHO       PIC X(30) VALUE SPACES.
       01 WS-CP-ACEITE             PIC X VALUE 'N'.
           88 WS-CP-OK                    VALUE 'S'.

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

       01 WS-PAG-LINHAS            PIC 9(02) VALUE ZEROS.
       01 WS-CONTINUA              PIC X VALUE 'S'.

           ACCEPT CLI-ENDERECO
           DISPLAY "TELEFONE: "
           ACCEPT CLI-TELEFONE

           PERFORM PEDE-CODIGO-POSTAL
           MOVE WS-CP-TRABALHO TO CLI-CODIGO-POSTAL
           MOVE WS-CIDADE-TRABALHO TO CLI-CIDADE

           PERFORM PEDE-EMAIL
           MOVE WS-EMAIL-TRABALHO TO CLI-EMAIL
               PERFORM PEDE-DISTRITO
           END-IF.

      * O codigo postal e obrigatorio e tem de constar do
      * diretorio - a cidade vem dele. Sem CODPOSTAL.DAT carregado
      * basta o formato e a cidade e escrita a mao, como antes.
       PEDE-CODIGO-POSTAL.

           DISPLAY "CODIGO POSTAL (NNNN-NNN): "
           MOVE SPACES TO WS-CP-TRABALHO
           ACCEPT WS-CP-TRABALHO
           MOVE SPACES TO WS-CIDADE-TRABALHO

           PERFORM VALIDA-CODIGO-POSTAL

           IF NOT WS-CP-OK
               PERFORM PEDE-CODIGO-POSTAL
           END-IF.

      * Confere WS-CP-TRABALHO (e WS-CIDADE-TRABALHO, se vier
      * preenchida) no diretorio; com o codigo aceite, a cidade
      * fica em WS-CIDADE-TRABALHO.
       VALIDA-CODIGO-POSTAL.

           MOVE 'N' TO WS-CP-ACEITE
           MOVE WS-CP-TRABALHO     TO CPC-CODIGO
           MOVE WS-CIDADE-TRABALHO TO CPC-CIDADE
           SET CPC-SEM-DIRETORIO TO TRUE

           MOVE 'N' TO WS-IND-CPCON
           CALL 'PROGCPCON' USING CPCON-PARAMETRES
               ON EXCEPTION
                   SET WS-CPCON-FALHOU TO TRUE
           END-CALL

           EVALUATE TRUE
               WHEN WS-CPCON-FALHOU OR CPC-SEM-DIRETORIO
                   SET WS-CP-OK TO TRUE
                   MOVE CPC-CODIGO TO WS-CP-TRABALHO
                   IF WS-CIDADE-TRABALHO = SPACES
                       DISPLAY "DIRETORIO DE CODIGOS POSTAIS POR "
                               "CARREGAR - CIDADE: "
                       ACCEPT WS-CIDADE-TRABALHO
                   END-IF
               WHEN CPC-MAL-FORMADO
                   DISPLAY "CODIGO POSTAL INVALIDO (NNNN-NNN) - "
                           "TENTE NOVAMENTE."
               WHEN CPC-DESCONHECIDO
                   DISPLAY "CODIGO POSTAL " CPC-CODIGO " NAO "
                           "CONSTA DO DIRETORIO - TENTE NOVAMENTE."
               WHEN CPC-OUTRA-LOCALIDADE
                   DISPLAY "O CODIGO POSTAL " CPC-CODIGO " E DE "
                           CPC-LOCALIDADE " - TENTE NOVAMENTE."
               WHEN CPC-CONFERE
                   SET WS-CP-OK TO TRUE
                   MOVE CPC-CODIGO     TO WS-CP-TRABALHO
                   MOVE CPC-LOCALIDADE TO WS-CIDADE-TRABALHO
                   DISPLAY "CIDADE: " WS-CIDADE-TRABALHO
                           " (DO DIRETORIO)"
           END-EVALUATE.

       PEDE-NIF.

           DISPLAY "NIF (9 DIGITOS, ENTER = NAO INFORMADO): "
                   MOVE WS-CAMPO-ENTRADA TO CLI-TELEFONE
               END-IF

      * Codigo postal novo: conferido no diretorio, traz a cidade.
               DISPLAY "NOVO CODIGO POSTAL (ENTER = MANTEM): "
               MOVE SPACES TO WS-CP-TRABALHO WS-CIDADE-TRABALHO
               ACCEPT WS-CP-TRABALHO
               IF WS-CP-TRABALHO NOT = SPACES
                   PERFORM VALIDA-CODIGO-POSTAL
                   IF WS-CP-OK
                       MOVE WS-CP-TRABALHO TO CLI-CODIGO-POSTAL
                       IF WS-CIDADE-TRABALHO NOT = SPACES
                           MOVE WS-CIDADE-TRABALHO TO CLI-CIDADE
                       END-IF
                   ELSE
                       DISPLAY "CODIGO POSTAL MANTIDO O ANTERIOR."
                   END-IF
               END-IF

               DISPLAY "NOVO E-MAIL (ENTER = MANTEM): "
               MOVE SPACES TO WS-EMAIL-TRABALHO
               ACCEPT WS-EMAIL-TRABALHO
           DISPLAY "  ENDERECO : " CLI-ENDERECO
           DISPLAY "  TELEFONE : " CLI-TELEFONE
           DISPLAY "  E-MAIL   : " CLI-EMAIL
           DISPLAY "  COD.POST.: " CLI-CODIGO-POSTAL
           DISPLAY "  CIDADE   : " CLI-CIDADE
           DISPLAY "  DISTRITO : " CLI-ESTADO
           DISPLAY "  SITUACAO : " CLI-SITUACAO
