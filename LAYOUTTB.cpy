      ******************************************************************
      * LAYOUTTB.cpy
      * Tabela das versoes de layout dos mestres do conjunto de
      * salvaguarda (PROGBACKUP): por ficheiro (base dos nomes de
      * geracao), cada versao e o comprimento do registo nessa
      * versao, da mais antiga para a atual - a versao atual de um
      * ficheiro e a sua ultima entrada. Os campos novos entram
      * sempre no fim do registo, por isso uma versao anterior e um
      * prefixo da atual. Quando um destes copybooks cresce,
      * acrescenta-se aqui a versao nova e, no PROGCONVERTE, o valor
      * por omissao dos campos novos.
      * 15/10/26 - Criado.
      * 15/10/26 - CLIENTES V03 (244): CLI-CODIGO-POSTAL.
      ******************************************************************
       01  LAYOUT-TAB.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'BOLETIM'.
               05 FILLER               PIC 9(02)  VALUE 1.
               05 FILLER               PIC 9(04)  VALUE 112.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'BOLETIM'.
               05 FILLER               PIC 9(02)  VALUE 2.
               05 FILLER               PIC 9(04)  VALUE 117.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'CLIENTES'.
               05 FILLER               PIC 9(02)  VALUE 1.
               05 FILLER               PIC 9(04)  VALUE 227.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'CLIENTES'.
               05 FILLER               PIC 9(02)  VALUE 2.
               05 FILLER               PIC 9(04)  VALUE 236.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'CLIENTES'.
               05 FILLER               PIC 9(02)  VALUE 3.
               05 FILLER               PIC 9(04)  VALUE 244.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'ALUNOS'.
               05 FILLER               PIC 9(02)  VALUE 1.
               05 FILLER               PIC 9(04)  VALUE 43.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'ALUNOS'.
               05 FILLER               PIC 9(02)  VALUE 2.
               05 FILLER               PIC 9(04)  VALUE 52.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'FATURAS'.
               05 FILLER               PIC 9(02)  VALUE 1.
               05 FILLER               PIC 9(04)  VALUE 69.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'FATURAS'.
               05 FILLER               PIC 9(02)  VALUE 2.
               05 FILLER               PIC 9(04)  VALUE 89.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'PAGAMENTOS'.
               05 FILLER               PIC 9(02)  VALUE 1.
               05 FILLER               PIC 9(04)  VALUE 63.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'PAGAMENTOS'.
               05 FILLER               PIC 9(02)  VALUE 2.
               05 FILLER               PIC 9(04)  VALUE 65.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'PRESTACOES'.
               05 FILLER               PIC 9(02)  VALUE 1.
               05 FILLER               PIC 9(04)  VALUE 27.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'MATRICULAS'.
               05 FILLER               PIC 9(02)  VALUE 1.
               05 FILLER               PIC 9(04)  VALUE 41.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'MATRICULAS'.
               05 FILLER               PIC 9(02)  VALUE 2.
               05 FILLER               PIC 9(04)  VALUE 45.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'CONTROLE'.
               05 FILLER               PIC 9(02)  VALUE 1.
               05 FILLER               PIC 9(04)  VALUE 62.
           03 FILLER.
               05 FILLER               PIC X(10)  VALUE 'CONTROLE'.
               05 FILLER               PIC 9(02)  VALUE 2.
               05 FILLER               PIC 9(04)  VALUE 80.
       01  FILLER REDEFINES LAYOUT-TAB.
           03 LAYOUT-ENTRADA OCCURS 16 TIMES.
               05 LAYOUT-FICHEIRO      PIC X(10).
               05 LAYOUT-VERSAO        PIC 9(02).
               05 LAYOUT-COMPRIMENTO   PIC 9(04).
       01  LAYOUT-CONT                 PIC 9(02) VALUE 16.
