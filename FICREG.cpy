      ******************************************************************
      * FICREG.cpy
      * Layout comum do registo da ficha do aluno (FICHAS.DAT,
      * indexado por FIC-ALUNO, o ALU-NUMERO de ALUNOS.DAT): o que
      * vivia na pasta de papel - data de nascimento, sexo (codigos
      * de STATUSTB.cpy), nacionalidade, documento de identificacao
      * com a validade, morada do aluno quando nao e a do
      * encarregado e o contacto de emergencia. Mantido pelo
      * PROGFICHA; lido pelo PROGMATRICULA (idade para o nivel da
      * turma). O nivel e o nome do registo sao palavras-marcador -
      * cada programa faz REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-FIC CAMPO-FIC-REG.
           05 FIC-ALUNO            PIC 9(06).
           05 FIC-DATA-NASCIMENTO  PIC 9(08).
           05 FIC-SEXO             PIC 9(01).
           05 FIC-NACIONALIDADE    PIC X(20).
           05 FIC-DOC-TIPO         PIC X(02).
               88 FIC-DOC-CC              VALUE 'CC'.
               88 FIC-DOC-PASSAPORTE      VALUE 'PS'.
               88 FIC-DOC-RESIDENCIA      VALUE 'TR'.
               88 FIC-DOC-OUTRO           VALUE 'OU'.
               88 FIC-DOC-TIPO-VALIDO     VALUE 'CC' 'PS' 'TR' 'OU'.
           05 FIC-DOC-NUMERO       PIC X(20).
      *    0 = documento sem validade.
           05 FIC-DOC-VALIDADE     PIC 9(08).
      *    Em branco = o aluno vive com o encarregado.
           05 FIC-MORADA           PIC X(60).
           05 FIC-CIDADE           PIC X(30).
           05 FIC-EMERG-NOME       PIC X(30).
           05 FIC-EMERG-PARENTESCO PIC X(15).
           05 FIC-EMERG-TELEFONE   PIC X(20).
           05 FIC-DATA-ATUALIZACAO PIC 9(08).
           05 FIC-OPERADOR         PIC X(08).
