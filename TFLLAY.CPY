      *-----------------------------------------------------------
      *    TFLLAY.CPY
      *    LAYOUT DA LINHA DA LISTAGEM DA TABELA DE TARIFAS
      *    (TARLISTA). A MESMA AREA E REDEFINIDA PARA OS TRES TIPOS
      *    DE LINHA: CABECALHO/TITULO (TFL-CABECALHO), UMA LINHA
      *    POR TARIFA EM VIGOR (TFL-DETALHE) E A QUANTIDADE DE
      *    TARIFAS LISTADAS (TFL-TOTAL). OS TEXTOS FIXOS SAO
      *    MOVIDOS PELO PROGRAMA - FILLER SOB REDEFINES NAO ADMITE
      *    VALUE, E A LINHA E LIMPA ANTES DE CADA GRAVACAO.
      *-----------------------------------------------------------
       01  TFL-LINHA.
           05  TFL-DETALHE.
               10  TFL-DET-OPERACAO    PIC X(08).
               10  FILLER              PIC X(02).
               10  TFL-DET-AGENCIA     PIC X(05).
               10  FILLER              PIC X(02).
               10  TFL-DET-DESCRICAO   PIC X(20).
               10  FILLER              PIC X(02).
               10  TFL-DET-FIXO        PIC ZZ.ZZ9,99.
               10  FILLER              PIC X(02).
               10  TFL-DET-PERCENTUAL  PIC ZZ9,99.
               10  FILLER              PIC X(02).
               10  TFL-DET-MINIMO      PIC ZZ.ZZ9,99.
               10  FILLER              PIC X(02).
               10  TFL-DET-MAXIMO      PIC ZZ.ZZ9,99
                                       BLANK WHEN ZERO.
           05  TFL-CABECALHO REDEFINES TFL-DETALHE.
               10  TFL-CAB-TEXTO       PIC X(78).
           05  TFL-TOTAL REDEFINES TFL-DETALHE.
               10  TFL-TOT-TEXTO       PIC X(30).
               10  TFL-TOT-QTDE        PIC ZZZZZ9.
               10  FILLER              PIC X(42).
