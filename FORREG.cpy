      ******************************************************************
      * FORREG.cpy
      * Layout comum do registo de fornecedor (FORNECEDORES.DAT,
      * indexado por FOR-ID, com chave alternativa pelo nome com
      * duplicados), mantido pelo PROGFORNECEDOR e consultado pelo
      * registo de despesas (PROGDESPESA). O FOR-NIF segue as regras
      * do CLI-NIF: 9 digitos com digito de controlo validado na
      * manutencao; em branco = nao informado. O nivel e o nome do
      * registo sao palavras-marcador - cada programa faz REPLACING
      * para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-FOR CAMPO-FOR-REG.
           05 FOR-ID               PIC 9(06).
           05 FOR-NOME             PIC X(30).
           05 FOR-NIF              PIC X(09).
           05 FOR-ENDERECO         PIC X(60).
           05 FOR-TELEFONE         PIC X(20).
           05 FOR-EMAIL            PIC X(50).
           05 FOR-IBAN             PIC X(25).
           05 FOR-SITUACAO         PIC X(01).
               88 FOR-ATIVO               VALUE 'A'.
               88 FOR-ELIMINADO           VALUE 'E'.
