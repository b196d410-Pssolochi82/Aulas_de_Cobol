      ******************************************************************
      * OCOREG.cpy
      * Layout comum do registo de ocorrencia disciplinar
      * (OCORRENCIAS.DAT, indexado por OCO-CHAVE = aluno + data
      * AAAAMMDD + sequencia do dia): a turma do aluno, o docente
      * que participou (DOC-NUMERO), o tipo de ocorrencia (codigo da
      * tabela OCORRENCIA de TABELAS.DAT), a descricao e a medida
      * aplicada - advertencia, suspensao (com os dias e o primeiro
      * dia de suspensao) ou so registo. As faltas geradas pela
      * suspensao ficam contadas em OCO-FALTAS-GERADAS. Gravado pelo
      * PROGOCORRENCIA, que tambem tira os relatorios por turma e
      * por aluno para o conselho de turma. O nivel e o nome do
      * registo sao palavras-marcador - cada programa faz REPLACING
      * para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-OCO CAMPO-OCO-REG.
           05 OCO-CHAVE.
               10 OCO-ALUNO        PIC 9(06).
               10 OCO-DATA         PIC 9(08).
               10 OCO-SEQ          PIC 9(02).
           05 OCO-TURMA            PIC X(05).
           05 OCO-ANO-LETIVO       PIC 9(04).
           05 OCO-DOCENTE          PIC 9(04).
           05 OCO-TIPO             PIC X(10).
           05 OCO-DESCRICAO        PIC X(60).
           05 OCO-MEDIDA           PIC X(01).
               88 OCO-ADVERTENCIA          VALUE 'A'.
               88 OCO-SUSPENSAO            VALUE 'S'.
               88 OCO-SO-REGISTO           VALUE 'N'.
           05 OCO-DIAS-SUSPENSAO   PIC 9(02).
           05 OCO-INICIO-SUSPENSAO PIC 9(08).
           05 OCO-FALTAS-GERADAS   PIC 9(03).
           05 OCO-OPERADOR         PIC X(08).
           05 OCO-DATA-REGISTO     PIC 9(08).
