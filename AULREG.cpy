      * nivel e o nome que ja usa.
      * 03/09/26 - Criado, par do horario semanal de HORREG.cpy: as
      *            aulas dadas sao o denominador da assiduidade.
      * 15/10/26 - Situacao da aula (AUL-SITUACAO) e docente
      *            substituto (AUL-SUBSTITUTO, DOC-NUMERO), gravados
      *            pelo registo de ausencias de docentes
      *            (PROGAUSENCIA). Uma aula NAO DADA fica registada
      *            mas nao conta como aula. Registos antigos tem a
      *            situacao em branco e valem como aula dada.
      ******************************************************************
       NIVEL-AUL CAMPO-AUL-REG.
           05 AUL-DATA             PIC X(10).
           05 AUL-TURMA            PIC X(05).
           05 AUL-MATERIA          PIC A(30).
           05 AUL-SITUACAO         PIC X(01).
               88 AUL-DADA                VALUE 'D' ' '.
               88 AUL-SUBSTITUIDA         VALUE 'S'.
               88 AUL-NAO-DADA            VALUE 'N'.
           05 AUL-SUBSTITUTO       PIC 9(04).
