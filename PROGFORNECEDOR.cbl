      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: MANUTENCAO DO MESTRE DE FORNECEDORES
      *          (FORNECEDORES.DAT) - CRIAR COM O PROXIMO ID LIVRE,
      *          CONSULTAR E ALTERAR, ELIMINAR (LOGICO), LISTAR POR
      *          PAGINAS E PROCURAR POR NOME.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo, a imagem do PROGCLIENTE: as faturas
      *            dos fornecedores (PROGDESPESA) precisam de um
      *            mestre com o NIF validado pelas mesmas regras do
      *            CLI-NIF (modulo 11, aviso quando outro fornecedor
      *            ativo ja tem o mesmo NIF) e o IBAN para as
      *            transferencias. A eliminacao e logica
      *            (FOR-SITUACAO 'E') - as faturas antigas continuam
      *            a apontar para o fornecedor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFORNECEDOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES     ASSIGN TO "FORNECEDORES.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS FOR-ID
                                    ALTERNATE RECORD KEY IS FOR-NOME
                                        WITH DUPLICATES
                                    FILE STATUS IS WS-FS-FORNECEDORES.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDORES.
       COPY "FORREG.cpy" REPLACING NIVEL-FOR BY 01
                                   CAMPO-FOR-REG BY FD-FORNECEDOR-REG.

       WORKING-STORAGE SECTION.
       01 WS-FS-FORNECEDORES       PIC X(02) VALUE SPACES.

       01 WS-OPCAO                 PIC 9 VALUE 9.
       01 WS-FORNECEDOR-NUM        PIC 9(06) VALUE ZEROS.
       01 WS-PROX-ID               PIC 9(06) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.

       01 WS-CAMPO-ENTRADA         PIC X(60) VALUE SPACES.
       01 WS-EMAIL-TRABALHO        PIC X(50) VALUE SPACES.

       01 WS-EMAIL-USER            PIC X(50).
       01 WS-EMAIL-DOMAIN          PIC X(50).
       01 WS-CONT-ARROBA           PIC 9.
       01 WS-CONT-PONTO            PIC 9.

       01 WS-EMAIL-VALIDO          PIC X VALUE 'N'.
           88 WS-EMAIL-OK              VALUE 'S'.

       01 WS-PAG-LINHAS            PIC 9(02) VALUE ZEROS.
       01 WS-CONTINUA              PIC X VALUE 'S'.

      * Validacao do NIF (modulo 11 sobre os 8 primeiros digitos).
       01 WS-NIF-TRABALHO          PIC X(09) VALUE SPACES.
       01 FILLER REDEFINES WS-NIF-TRABALHO.
           03 WS-NIF-DIGITO            PIC 9(01) OCCURS 9 TIMES.
       01 WS-NIF-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-NIF-PESO              PIC 9(02) VALUE ZEROS.
       01 WS-NIF-SOMA              PIC 9(04) VALUE ZEROS.
       01 WS-NIF-RESTO             PIC 9(02) VALUE ZEROS.
       01 WS-NIF-QUOC              PIC 9(04) VALUE ZEROS.
       01 WS-NIF-CONTROLO          PIC 9(02) VALUE ZEROS.
       01 WS-NIF-VALIDO            PIC X VALUE 'N'.
           88 WS-NIF-OK                   VALUE 'S'.
       01 WS-NIF-ACEITE            PIC X VALUE 'N'.
           88 WS-NIF-INFORMADO            VALUE 'S'.
       01 WS-NIF-DUPLICADO         PIC X VALUE 'N'.
           88 WS-NIF-REPETIDO             VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRE-FORNECEDORES

           PERFORM PROCESSA-OPCAO
               UNTIL WS-OPCAO = ZERO

           CLOSE FORNECEDORES

           DISPLAY "MANUTENCAO DE FORNECEDORES TERMINADA."
           GOBACK.

       ABRE-FORNECEDORES.

           OPEN I-O FORNECEDORES
           IF WS-FS-FORNECEDORES = "35"
               OPEN OUTPUT FORNECEDORES
               CLOSE FORNECEDORES
               OPEN I-O FORNECEDORES
           END-IF.

       PROCESSA-OPCAO.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*    MANUTENCAO DO MESTRE DE FORNECEDORES *"
           DISPLAY "*******************************************"
           DISPLAY "  1 - CRIAR FORNECEDOR"
           DISPLAY "  2 - CONSULTAR / ALTERAR"
           DISPLAY "  3 - ELIMINAR (LOGICO)"
           DISPLAY "  4 - LISTAR FORNECEDORES"
           DISPLAY "  5 - PROCURAR POR NOME"
           DISPLAY "  0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CRIA-FORNECEDOR
               WHEN 2
                   PERFORM ALTERA-FORNECEDOR
               WHEN 3
                   PERFORM ELIMINA-FORNECEDOR
               WHEN 4
                   PERFORM LISTA-FORNECEDORES
               WHEN 5
                   PERFORM PROCURA-POR-NOME
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      * O proximo ID livre e o maior ID existente mais um - um
      * varrimento sequencial pela chave chega ao ultimo registo.
       APURA-PROXIMO-ID.

           MOVE ZEROS TO WS-PROX-ID
           MOVE 'N' TO WS-FIM-FICHEIRO

           MOVE ZEROS TO FOR-ID
           START FORNECEDORES KEY NOT < FOR-ID
           IF WS-FS-FORNECEDORES = "00"
               PERFORM LE-PROXIMO
               PERFORM GUARDA-MAIOR-ID
                   UNTIL WS-SEM-MAIS-REGISTOS
           END-IF

           ADD 1 TO WS-PROX-ID.

       LE-PROXIMO.

           READ FORNECEDORES NEXT
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-MAIOR-ID.

           IF FOR-ID > WS-PROX-ID
               MOVE FOR-ID TO WS-PROX-ID
           END-IF

           PERFORM LE-PROXIMO.

       CRIA-FORNECEDOR.

           PERFORM APURA-PROXIMO-ID

           DISPLAY "NOVO FORNECEDOR - ID ATRIBUIDO: " WS-PROX-ID
           MOVE WS-PROX-ID TO WS-FORNECEDOR-NUM

      * O NIF e pedido antes de montar o registo - a verificacao de
      * duplicado varre o ficheiro e usa a area do registo.
           PERFORM PEDE-NIF

           MOVE SPACES TO FD-FORNECEDOR-REG
           MOVE WS-PROX-ID TO FOR-ID

           DISPLAY "NOME: "
           ACCEPT FOR-NOME
           DISPLAY "ENDERECO: "
           ACCEPT FOR-ENDERECO
           DISPLAY "TELEFONE: "
           ACCEPT FOR-TELEFONE
           DISPLAY "IBAN (ENTER = NAO INFORMADO): "
           ACCEPT FOR-IBAN

           PERFORM PEDE-EMAIL
           MOVE WS-EMAIL-TRABALHO TO FOR-EMAIL
           MOVE WS-NIF-TRABALHO TO FOR-NIF

           SET FOR-ATIVO TO TRUE

           WRITE FD-FORNECEDOR-REG
           IF WS-FS-FORNECEDORES = "00"
               DISPLAY "FORNECEDOR " FOR-ID " GRAVADO."
           ELSE
               DISPLAY "ERRO AO GRAVAR FORNECEDOR - FILE STATUS "
                       WS-FS-FORNECEDORES
           END-IF.

      * O e-mail do fornecedor e facultativo; quando informado tem
      * de passar a validacao.
       PEDE-EMAIL.

           DISPLAY "E-MAIL (ENTER = NAO INFORMADO): "
           MOVE SPACES TO WS-EMAIL-TRABALHO
           ACCEPT WS-EMAIL-TRABALHO

           IF WS-EMAIL-TRABALHO NOT = SPACES
               PERFORM VALIDA-EMAIL
               IF NOT WS-EMAIL-OK
                   DISPLAY "EMAIL INVALIDO - TENTE NOVAMENTE."
                   PERFORM PEDE-EMAIL
               END-IF
           END-IF.

       PEDE-NIF.

           DISPLAY "NIF (9 DIGITOS, ENTER = NAO INFORMADO): "
           MOVE SPACES TO WS-NIF-TRABALHO
           ACCEPT WS-NIF-TRABALHO

           IF WS-NIF-TRABALHO NOT = SPACES
               PERFORM VALIDA-NIF
               IF NOT WS-NIF-OK
                   DISPLAY "NIF INVALIDO (DIGITO DE CONTROLO) - "
                           "TENTE NOVAMENTE."
                   PERFORM PEDE-NIF
               ELSE
                   PERFORM VERIFICA-NIF-DUPLICADO
                   IF WS-NIF-REPETIDO
                       DISPLAY "AVISO: JA EXISTE OUTRO FORNECEDOR "
                               "COM ESTE NIF."
                   END-IF
               END-IF
           END-IF.

      * Modulo 11 sobre os 8 primeiros digitos (pesos 9 a 2); o
      * nono digito e o de controlo (resto < 2 da controlo 0).
       VALIDA-NIF.

           MOVE 'N' TO WS-NIF-VALIDO

           IF WS-NIF-TRABALHO NUMERIC
               MOVE ZEROS TO WS-NIF-SOMA
               MOVE 9 TO WS-NIF-PESO
               PERFORM SOMA-DIGITO-NIF
                   VARYING WS-NIF-IDX FROM 1 BY 1
                   UNTIL WS-NIF-IDX > 8

               DIVIDE WS-NIF-SOMA BY 11 GIVING WS-NIF-QUOC
                      REMAINDER WS-NIF-RESTO

               IF WS-NIF-RESTO < 2
                   MOVE ZERO TO WS-NIF-CONTROLO
               ELSE
                   COMPUTE WS-NIF-CONTROLO = 11 - WS-NIF-RESTO
               END-IF

               IF WS-NIF-CONTROLO = WS-NIF-DIGITO (9)
                   SET WS-NIF-OK TO TRUE
               END-IF
           END-IF.

       SOMA-DIGITO-NIF.

           COMPUTE WS-NIF-SOMA = WS-NIF-SOMA
               + WS-NIF-DIGITO (WS-NIF-IDX) * WS-NIF-PESO
           SUBTRACT 1 FROM WS-NIF-PESO.

      * Varre o mestre a procura de outro fornecedor ativo com o
      * mesmo NIF (a area do registo e usada pelo varrimento).
       VERIFICA-NIF-DUPLICADO.

           MOVE 'N' TO WS-NIF-DUPLICADO
           MOVE 'N' TO WS-FIM-FICHEIRO

           MOVE ZEROS TO FOR-ID
           START FORNECEDORES KEY NOT < FOR-ID
           IF WS-FS-FORNECEDORES = "00"
               PERFORM LE-PROXIMO
               PERFORM COMPARA-NIF
                   UNTIL WS-SEM-MAIS-REGISTOS
           END-IF.

       COMPARA-NIF.

           IF FOR-NIF = WS-NIF-TRABALHO
              AND NOT FOR-ELIMINADO
              AND FOR-ID NOT = WS-FORNECEDOR-NUM
               SET WS-NIF-REPETIDO TO TRUE
           END-IF

           PERFORM LE-PROXIMO.

      * As mesmas regras do PROGCLIENTE: um so "@" com utilizador e
      * dominio preenchidos e um "." no dominio.
       VALIDA-EMAIL.

           MOVE ZERO   TO WS-CONT-ARROBA WS-CONT-PONTO
           MOVE SPACES TO WS-EMAIL-USER WS-EMAIL-DOMAIN
           MOVE 'N'    TO WS-EMAIL-VALIDO

           INSPECT WS-EMAIL-TRABALHO
                   TALLYING WS-CONT-ARROBA FOR ALL '@'

           IF WS-CONT-ARROBA = 1
               UNSTRING WS-EMAIL-TRABALHO DELIMITED BY '@'
                   INTO WS-EMAIL-USER WS-EMAIL-DOMAIN
               INSPECT WS-EMAIL-DOMAIN
                       TALLYING WS-CONT-PONTO FOR ALL '.'
               IF WS-CONT-PONTO > 0
                  AND WS-EMAIL-USER NOT = SPACES
                  AND WS-EMAIL-DOMAIN NOT = SPACES
                   SET WS-EMAIL-OK TO TRUE
               END-IF
           END-IF.

       ALTERA-FORNECEDOR.

           DISPLAY "ID DO FORNECEDOR: "
           ACCEPT WS-FORNECEDOR-NUM

           MOVE WS-FORNECEDOR-NUM TO FOR-ID
           READ FORNECEDORES
           IF WS-FS-FORNECEDORES NOT = "00"
               DISPLAY "FORNECEDOR " WS-FORNECEDOR-NUM " NAO EXISTE."
           ELSE
               PERFORM MOSTRA-FORNECEDOR

      * O NIF e tratado primeiro: a verificacao de duplicado varre
      * o ficheiro e o registo e relido antes das outras
      * alteracoes.
               MOVE 'N' TO WS-NIF-ACEITE
               DISPLAY "NOVO NIF (ENTER = MANTEM): "
               MOVE SPACES TO WS-NIF-TRABALHO
               ACCEPT WS-NIF-TRABALHO
               IF WS-NIF-TRABALHO NOT = SPACES
                   PERFORM VALIDA-NIF
                   IF WS-NIF-OK
                       SET WS-NIF-INFORMADO TO TRUE
                       PERFORM VERIFICA-NIF-DUPLICADO
                       IF WS-NIF-REPETIDO
                           DISPLAY "AVISO: JA EXISTE OUTRO "
                                   "FORNECEDOR COM ESTE NIF."
                       END-IF
                   ELSE
                       DISPLAY "NIF INVALIDO - MANTIDO O "
                               "ANTERIOR."
                   END-IF
                   MOVE WS-FORNECEDOR-NUM TO FOR-ID
                   READ FORNECEDORES
               END-IF

               IF WS-NIF-INFORMADO
                   MOVE WS-NIF-TRABALHO TO FOR-NIF
               END-IF

               DISPLAY "NOVO NOME (ENTER = MANTEM): "
               MOVE SPACES TO WS-CAMPO-ENTRADA
               ACCEPT WS-CAMPO-ENTRADA
               IF WS-CAMPO-ENTRADA NOT = SPACES
                   MOVE WS-CAMPO-ENTRADA TO FOR-NOME
               END-IF

               DISPLAY "NOVO ENDERECO (ENTER = MANTEM): "
               MOVE SPACES TO WS-CAMPO-ENTRADA
               ACCEPT WS-CAMPO-ENTRADA
               IF WS-CAMPO-ENTRADA NOT = SPACES
                   MOVE WS-CAMPO-ENTRADA TO FOR-ENDERECO
               END-IF

               DISPLAY "NOVO TELEFONE (ENTER = MANTEM): "
               MOVE SPACES TO WS-CAMPO-ENTRADA
               ACCEPT WS-CAMPO-ENTRADA
               IF WS-CAMPO-ENTRADA NOT = SPACES
                   MOVE WS-CAMPO-ENTRADA TO FOR-TELEFONE
               END-IF

               DISPLAY "NOVO IBAN (ENTER = MANTEM): "
               MOVE SPACES TO WS-CAMPO-ENTRADA
               ACCEPT WS-CAMPO-ENTRADA
               IF WS-CAMPO-ENTRADA NOT = SPACES
                   MOVE WS-CAMPO-ENTRADA TO FOR-IBAN
               END-IF

               DISPLAY "NOVO E-MAIL (ENTER = MANTEM): "
               MOVE SPACES TO WS-EMAIL-TRABALHO
               ACCEPT WS-EMAIL-TRABALHO
               IF WS-EMAIL-TRABALHO NOT = SPACES
                   PERFORM VALIDA-EMAIL
                   IF WS-EMAIL-OK
                       MOVE WS-EMAIL-TRABALHO TO FOR-EMAIL
                   ELSE
                       DISPLAY "EMAIL INVALIDO - MANTIDO O "
                               "ANTERIOR."
                   END-IF
               END-IF

               REWRITE FD-FORNECEDOR-REG
               IF WS-FS-FORNECEDORES = "00"
                   DISPLAY "FORNECEDOR " FOR-ID " ATUALIZADO."
               ELSE
                   DISPLAY "ERRO AO ATUALIZAR - FILE STATUS "
                           WS-FS-FORNECEDORES
               END-IF
           END-IF.

       MOSTRA-FORNECEDOR.

           DISPLAY "  ID       : " FOR-ID
           DISPLAY "  NOME     : " FOR-NOME
           DISPLAY "  NIF      : " FOR-NIF
           DISPLAY "  ENDERECO : " FOR-ENDERECO
           DISPLAY "  TELEFONE : " FOR-TELEFONE
           DISPLAY "  E-MAIL   : " FOR-EMAIL
           DISPLAY "  IBAN     : " FOR-IBAN
           DISPLAY "  SITUACAO : " FOR-SITUACAO.

       ELIMINA-FORNECEDOR.

           DISPLAY "ID DO FORNECEDOR A ELIMINAR: "
           ACCEPT WS-FORNECEDOR-NUM

           MOVE WS-FORNECEDOR-NUM TO FOR-ID
           READ FORNECEDORES
           IF WS-FS-FORNECEDORES NOT = "00"
               DISPLAY "FORNECEDOR " WS-FORNECEDOR-NUM " NAO EXISTE."
           ELSE
               PERFORM MOSTRA-FORNECEDOR
               DISPLAY "CONFIRMA A ELIMINACAO? (S/N): "
               ACCEPT WS-CONTINUA
               IF WS-CONTINUA = "S" OR WS-CONTINUA = "s"
                   SET FOR-ELIMINADO TO TRUE
                   REWRITE FD-FORNECEDOR-REG
                   DISPLAY "FORNECEDOR " FOR-ID " MARCADO COMO "
                           "ELIMINADO."
               ELSE
                   DISPLAY "ELIMINACAO CANCELADA."
               END-IF
           END-IF.

       LISTA-FORNECEDORES.

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE 'S' TO WS-CONTINUA
           MOVE ZEROS TO WS-PAG-LINHAS

           MOVE ZEROS TO FOR-ID
           START FORNECEDORES KEY NOT < FOR-ID
           IF WS-FS-FORNECEDORES NOT = "00"
               DISPLAY "SEM FORNECEDORES A LISTAR."
           ELSE
               PERFORM LE-PROXIMO
               PERFORM LISTA-UM-FORNECEDOR
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-CONTINUA = "N" OR WS-CONTINUA = "n"
           END-IF.

      * Procura pela chave alternativa do nome: START num nome
      * parcial e paginacao a partir dai, por ordem alfabetica.
       PROCURA-POR-NOME.

           DISPLAY "NOME (OU INICIO DO NOME): "
           MOVE SPACES TO FOR-NOME
           ACCEPT FOR-NOME

           MOVE 'N' TO WS-FIM-FICHEIRO
           MOVE 'S' TO WS-CONTINUA
           MOVE ZEROS TO WS-PAG-LINHAS

           START FORNECEDORES KEY NOT < FOR-NOME
           IF WS-FS-FORNECEDORES NOT = "00"
               DISPLAY "NENHUM FORNECEDOR A PARTIR DESSE NOME."
           ELSE
               PERFORM LE-PROXIMO
               PERFORM LISTA-UM-FORNECEDOR
                   UNTIL WS-SEM-MAIS-REGISTOS
                      OR WS-CONTINUA = "N" OR WS-CONTINUA = "n"
           END-IF.

       LISTA-UM-FORNECEDOR.

           DISPLAY FOR-ID " | " FOR-NOME " | " FOR-NIF
                   " | " FOR-SITUACAO

           ADD 1 TO WS-PAG-LINHAS
           IF WS-PAG-LINHAS >= 10
               MOVE ZEROS TO WS-PAG-LINHAS
               DISPLAY "CONTINUAR A LISTAGEM? (S/N): "
               ACCEPT WS-CONTINUA
           END-IF

           IF WS-CONTINUA NOT = "N" AND WS-CONTINUA NOT = "n"
               PERFORM LE-PROXIMO
           END-IF.
       END PROGRAM PROGFORNECEDOR.
