      *            encarregado de educacao em CLIENTES.DAT (0 =
      *            nenhum), usado para enderecar as cartas de
      *            resultados (CARTAS.DAT).
      * 15/10/26 - Acrescentados ALU-ENCARREGADO-2, o segundo
      *            responsavel financeiro (FD-CLIENTE-ID em
      *            CLIENTES.DAT, 0 = nenhum), e ALU-QUOTA-ENC, a
      *            percentagem das despesas paga pelo primeiro
      *            (ALU-ENCARREGADO); o segundo paga o resto. O
      *            PROGFATURA emite uma fatura a cada um pela sua
      *            parte. ATENCAO: o registo alarga de 43 para 52
      *            bytes e o ALUNOS.DAT e INDEXADO - o ficheiro
      *            fisico existente tem de ser RECARREGADO, como o
      *            CLIENTES.DAT no CLI-NIF; recarregados, os campos
      *            novos leem-se em branco (nao numericos) e contam
      *            como "sem segundo encarregado".
       NIVEL-ALU CAMPO-ALU-REG.
           05 ALU-NUMERO           PIC 9(06).
           05 ALU-NOME             PIC X(30).
               88 ALU-ATIVO               VALUE 'A'.
               88 ALU-INATIVO             VALUE 'I'.
           05 ALU-ENCARREGADO      PIC 9(06).
           05 ALU-ENCARREGADO-2    PIC 9(06).
           05 ALU-QUOTA-ENC        PIC 9(03).
