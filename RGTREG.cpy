      ******************************************************************
      * RGTREG.cpy
      * Layout comum do registo das regras de transicao do fecho do
      * ano (REGRASTR.DAT), uma por nivel de ensino (TUR-NIVEL-
      * ENSINO) e ano letivo - ano a zeros = regra do nivel para os
      * anos sem regra propria: maximo de disciplinas reprovadas com
      * que o aluno ainda transita, duas disciplinas nucleares que
      * nao podem ficar ambas reprovadas (em branco = sem essa
      * condicao), se ha retencao nesse ano e como conta uma
      * disciplina REPROVADO-FALTA. Mantido pelo PROGREGRAS; lido
      * pelo PROGFECHOANO. O nivel e o nome do registo sao
      * palavras-marcador - cada programa faz REPLACING para o
      * nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-RGT CAMPO-RGT-REG.
           05 RGT-CHAVE.
               10 RGT-NIVEL        PIC X(02).
               10 RGT-ANO-LETIVO   PIC 9(04).
           05 RGT-DESCRICAO        PIC X(30).
           05 RGT-MAX-REPROVADAS   PIC 9(02).
           05 RGT-NUCLEO-1         PIC A(30).
           05 RGT-NUCLEO-2         PIC A(30).
           05 RGT-RETENCAO         PIC X(01).
               88 RGT-COM-RETENCAO        VALUE 'S'.
               88 RGT-SEM-RETENCAO        VALUE 'N'.
      *    C = conta como uma reprovada; R = retem o aluno so por
      *    si; M = nao conta a marca, a disciplina vale pela media.
           05 RGT-FALTA            PIC X(01).
               88 RGT-FALTA-CONTA         VALUE 'C'.
               88 RGT-FALTA-RETEM         VALUE 'R'.
               88 RGT-FALTA-MEDIA         VALUE 'M'.
