      ******************************************************************
      * SERREG.cpy
      * Layout comum da serie de documentos fiscais (SERIES.DAT,
      * indexado por SER-CHAVE = tipo de documento + ano): FT =
      * faturas, NC = notas de credito, RG = recibos. Cada serie tem
      * o seu codigo (SER-CODIGO, por omissao tipo + ano, p. ex.
      * FT2026), o codigo de validacao comunicado a AT (que entra no
      * ATCUD de cada documento), o ultimo numero sequencial emitido
      * na serie e o hash do ultimo documento, que encadeia o
      * seguinte. Mantido pelo PROGREGDOC (emissao) e pelo PROGSERIE
      * (abertura, codigo de validacao e verificacao). O nivel e o
      * nome do registo sao palavras-marcador - cada programa faz
      * REPLACING para o nivel e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-SER CAMPO-SER-REG.
           05 SER-CHAVE.
               10 SER-TIPO         PIC X(02).
                   88 SER-FATURAS          VALUE 'FT'.
                   88 SER-NOTAS-CREDITO    VALUE 'NC'.
                   88 SER-RECIBOS          VALUE 'RG'.
               10 SER-ANO          PIC 9(04).
           05 SER-CODIGO           PIC X(10).
           05 SER-VALIDACAO        PIC X(08).
           05 SER-ULT-SEQ          PIC 9(06).
           05 SER-ULT-HASH         PIC X(18).
           05 SER-ULT-DATA         PIC 9(08).
           05 SER-DATA-ABERTURA    PIC 9(08).
