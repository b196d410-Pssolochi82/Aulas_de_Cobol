           05 RF-REPROVADAS        PIC 9(02).
           05 RF-MEDIA             PIC Z9.99.
           05 RF-RESULTADO         PIC X(12).
      *    Regra que decidiu: origem A = regra do nivel para o ano,
      *    G = regra geral do nivel (ano a zeros), P = regra padrao
      *    (transita com ate 2 reprovadas); motivo T = transita, S =
      *    ano sem retencao, M = excede o maximo de reprovadas, N =
      *    reprovou as duas nucleares, F = retido por faltas.
           05 RF-REGRA.
               10 RF-REGRA-ORIGEM  PIC X(01).
                   88 RF-REGRA-DO-ANO         VALUE 'A'.
                   88 RF-REGRA-GERAL          VALUE 'G'.
                   88 RF-REGRA-PADRAO         VALUE 'P'.
               10 RF-REGRA-NIVEL   PIC X(02).
               10 RF-REGRA-ANO     PIC 9(04).
               10 RF-REGRA-MOTIVO  PIC X(01).
                   88 RF-MOTIVO-TRANSITA      VALUE 'T'.
                   88 RF-MOTIVO-SEM-RETENCAO  VALUE 'S'.
                   88 RF-MOTIVO-MAXIMO        VALUE 'M'.
                   88 RF-MOTIVO-NUCLEARES     VALUE 'N'.
                   88 RF-MOTIVO-FALTAS        VALUE 'F'.
