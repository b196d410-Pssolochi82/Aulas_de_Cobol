      *            matricula do aluno em MATRICULAS.DAT) e a
      *            percentagem faltas sobre aulas. O nome oficial
      *            da disciplina e resolvido por PROGDISCON.
      * 15/10/26 - As aulas NAO DADAS por ausencia do docente
      *            (AUL-NAO-DADA, gravadas pelo PROGAUSENCIA) ficam
      *            fora do denominador; as dadas por substituto
      *            contam.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGASSIDUIDADE.

       CONTA-AULA.

           IF NOT AUL-NAO-DADA
               MOVE AUL-TURMA   TO WS-CHAVE-TURMA
               MOVE AUL-MATERIA TO WS-CHAVE-MATERIA
               PERFORM PROCURA-LINHA
               IF WS-ASS-USO > ZERO
                   ADD 1 TO WS-AS-AULAS (WS-ASS-USO)
               END-IF
           END-IF

           PERFORM LE-AULA.
