      *            valor devido (liquido) - nenhum consumidor muda.
      *            Registos antigos leem-se com os campos novos em
      *            branco.
      * 15/10/26 - Novo estado I (FAT-INCOBRAVEL): divida anulada
      *            como incobravel pelo PROGINCOBRAVEL, distinta da
      *            fatura cancelada - o valor continua devido e um
      *            pagamento posterior recupera-o (ANULACOES.DAT).
      ******************************************************************
       NIVEL-FAT CAMPO-FAT-REG.
           05 FAT-NUMERO           PIC 9(06).
               88 FAT-ABERTA              VALUE 'A'.
               88 FAT-PAGA                VALUE 'P'.
               88 FAT-CANCELADA           VALUE 'C'.
               88 FAT-INCOBRAVEL          VALUE 'I'.
           05 FAT-VALOR-BRUTO      PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 FAT-DESCONTO         PIC S9(07)V99
