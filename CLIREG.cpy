      *            faturacao; recarregado, o campo novo le-se em
      *            branco. As geracoes .G1/.G2/.G3, sequenciais,
      *            leem-se como estao.
      * 15/10/26 - Acrescentado CLI-CODIGO-POSTAL (NNNN-NNN),
      *            validado contra o diretorio de codigos postais
      *            (CODPOSTAL.DAT, PROGCPCON), que tambem da a
      *            CLI-CIDADE; em branco = nao informado. O registo
      *            passa de 236 para 244 bytes (CLIENTES V03 em
      *            LAYOUTTB.cpy): o mestre existente converte-se
      *            pela salvaguarda - copia, PROGCONVERTE (o campo
      *            novo fica em branco) e reposicao.
      ******************************************************************
       NIVEL-CLI CAMPO-CLI-REG.
           05 CLI-ID               PIC 9(06).
               88 CLI-ATIVO               VALUE 'A'.
               88 CLI-ELIMINADO           VALUE 'E'.
           05 CLI-NIF              PIC X(09).
           05 CLI-CODIGO-POSTAL    PIC X(08).
