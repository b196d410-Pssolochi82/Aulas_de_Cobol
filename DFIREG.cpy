      ******************************************************************
      * DFIREG.cpy
      * Layout comum do registo de documento fiscal emitido
      * (DOCFISCAL.DAT, indexado por DFI-CHAVE = tipo + numero
      * interno do documento - FAT-NUMERO, NCR-NUMERO ou PAG-RECIBO
      * - com chave alternativa DFI-SERIE-CHAVE = serie + numero na
      * serie). Cada documento guarda o numero sequencial na serie,
      * o ATCUD (codigo de validacao da serie + "-" + numero), a
      * data e o valor, o hash do documento anterior da mesma serie
      * e o seu proprio hash, calculado sobre data, serie, numero,
      * valor e hash anterior - uma cadeia que o PROGSERIE percorre
      * para achar quebras de numeracao ou documentos alterados.
      * Gravado pelo PROGREGDOC. O nivel e o nome do registo sao
      * palavras-marcador - cada programa faz REPLACING para o nivel
      * e o nome que ja usa.
      * 15/10/26 - Criado.
      ******************************************************************
       NIVEL-DFI CAMPO-DFI-REG.
           05 DFI-CHAVE.
               10 DFI-TIPO         PIC X(02).
               10 DFI-NUMERO       PIC 9(06).
           05 DFI-SERIE-CHAVE.
               10 DFI-SERIE        PIC X(10).
               10 DFI-SEQ          PIC 9(06).
           05 DFI-ANO              PIC 9(04).
           05 DFI-DATA             PIC 9(08).
           05 DFI-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 DFI-ATCUD            PIC X(20).
           05 DFI-HASH-ANTERIOR    PIC X(18).
           05 DFI-HASH             PIC X(18).
