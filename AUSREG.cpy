      ******************************************************************
      * AUSREG.cpy
      * Layout comum do registo de ausencia de docente
      * (AUSENCIAS.DAT, indexado por AUS-CHAVE = docente + data
      * AAAAMMDD): um dia de ausencia, com o motivo e a contagem dos
      * tempos letivos afetados - dados por substituto ou nao dados.
      * O detalhe de cada tempo fica em AULAS.DAT (AUL-SITUACAO e
      * AUL-SUBSTITUTO). Gravado pelo PROGAUSENCIA, que tambem tira
      * o resumo mensal por docente. O nivel e o nome do registo
      * sao palavras-marcador - cada programa faz REPLACING para o
      * nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-AUS CAMPO-AUS-REG.
           05 AUS-CHAVE.
               10 AUS-DOCENTE      PIC 9(04).
               10 AUS-DATA         PIC 9(08).
           05 AUS-MOTIVO           PIC X(30).
           05 AUS-TEMPOS           PIC 9(02).
           05 AUS-SUBSTITUIDOS     PIC 9(02).
           05 AUS-NAO-DADOS        PIC 9(02).
           05 AUS-OPERADOR         PIC X(08).
           05 AUS-DATA-REGISTO     PIC 9(08).
