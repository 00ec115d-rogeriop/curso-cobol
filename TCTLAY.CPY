      *    REGISTRO DE LOTES POSTADOS (PSTLAY), QUE IMPEDE A
      *    REAPLICACAO ACIDENTAL DO MESMO ARQUIVO.
      *    O REGISTRO DEVE SER REGERADO SEMPRE QUE O ARQUIVO DO DIA
      *    MUDAR - INCLUSIVE APOS JUROGER, ORDGER OU JURODEV
      *    ACRESCENTAREM LANCAMENTOS.
      *-----------------------------------------------------------
       01  TCT-REGISTRO.
           05  TCT-DATA-ARQUIVO        PIC 9(08).
