      ******************************************************************
      * TRFREG.cpy
      * Layout comum do registo de movimento de aluno a meio do ano
      * (TRANSFERENCIAS.DAT): uma mudanca de turma (tipo T) ou uma
      * saida da escola / anulacao de matricula (tipo S), com a data
      * de efeito. Gravado pelo PROGTRANSFERE; o PROGFATURA le as
      * saidas do ano para deixar de faturar a propina a partir do
      * mes seguinte ao da saida. O nivel e o nome do registo sao
      * palavras-marcador - cada programa faz REPLACING para o nivel
      * e o nome que ja usa.
      * 15/10/26 - Criado. A turma de origem fica no registo: as
      *            matriculas do aluno que sai sao apagadas e o mes
      *            da saida ainda se fatura pelo preco dessa turma.
      ******************************************************************
       NIVEL-TRF CAMPO-TRF-REG.
           05 TRF-ALUNO            PIC 9(06).
           05 TRF-TIPO             PIC X(01).
               88 TRF-MUDANCA-TURMA       VALUE 'T'.
               88 TRF-SAIDA-ESCOLA        VALUE 'S'.
           05 TRF-DATA-EFEITO      PIC 9(08).
           05 TRF-TURMA-ORIGEM     PIC X(05).
           05 TRF-TURMA-DESTINO    PIC X(05).
           05 TRF-ESCOLA-DESTINO   PIC X(30).
           05 TRF-ANO-LETIVO       PIC 9(04).
           05 TRF-OPERADOR         PIC X(08).
           05 TRF-DATA-REGISTO     PIC 9(08).
