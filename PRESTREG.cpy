      *            dos campos nao mudam; marcar uma parcela paga
      *            passou a ser um REWRITE pela chave (adeus
      *            PRESTA.TMP).
      * 15/10/26 - Novo estado I (PRE-INCOBRAVEL): parcela anulada
      *            como incobravel pelo PROGINCOBRAVEL; sai dos
      *            avisos e da projecao como a paga, mas um
      *            pagamento posterior ainda a pode liquidar.
      * 15/10/26 - Novo estado R (PRE-RENEGOCIADA): parcela vencida
      *            consolidada num acordo de pagamento pelo
      *            PROGACORDO; a divida passa as parcelas novas que
      *            o acordo cria no plano da mesma fatura
      *            (ACORDOLIN.DAT). Nao e aberta - sai dos avisos
      *            e da projecao - nem aceita pagamento.
      ******************************************************************
       NIVEL-PRE CAMPO-PRE-REG.
           05 PRE-CHAVE.
           05 PRE-ESTADO           PIC X(01).
               88 PRE-ABERTA              VALUE 'A'.
               88 PRE-PAGA                VALUE 'P'.
               88 PRE-INCOBRAVEL          VALUE 'I'.
               88 PRE-RENEGOCIADA         VALUE 'R'.
