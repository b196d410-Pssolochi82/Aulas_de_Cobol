      *            muda, para a chave do mestre indexado BOLETIM.DAT
      *            nao mudar de formato); o nome oficial so sai nos
      *            relatorios, resolvido por PROGDISCON.
      * 15/10/26 - Carga letiva anual obrigatoria por nivel de ensino
      *            (DIS-CARGA, ate 8 niveis - o TUR-NIVEL-ENSINO da
      *            turma e o numero de aulas a dar no ano letivo),
      *            mantida pelo PROGDISCIPLINA e lida pelo relatorio
      *            de carga horaria cumprida (PROGCARGA). Registos
      *            gravados antes ficam com a tabela em branco - sem
      *            carga definida.
      ******************************************************************
       NIVEL-DIS CAMPO-DIS-REG.
           05 DIS-CODIGO           PIC X(08).
           05 DIS-ESTADO           PIC X(01).
               88 DIS-ATIVA               VALUE 'A'.
               88 DIS-RETIRADA            VALUE 'R'.
           05 DIS-CARGAS.
               10 DIS-CARGA            OCCURS 8 TIMES.
                   15 DIS-CARGA-NIVEL      PIC X(02).
                   15 DIS-CARGA-AULAS      PIC 9(03).
