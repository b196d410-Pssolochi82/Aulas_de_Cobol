      *            teve. O horario diz quando a aula DEVIA acontecer;
      *            o registo de aulas dadas (AULREG.cpy) diz quando
      *            aconteceu.
      * 15/10/26 - Sala do tempo letivo (HOR-SALA, codigo do mestre
      *            SALAS.DAT - SALREG.cpy). Tempos gravados antes
      *            ficam com a sala em branco.
      ******************************************************************
       NIVEL-HOR CAMPO-HOR-REG.
           05 HOR-TURMA            PIC X(05).
           05 HOR-MATERIA          PIC A(30).
           05 HOR-DIA-SEMANA       PIC 9(01).
           05 HOR-HORA             PIC X(05).
           05 HOR-SALA             PIC X(05).
