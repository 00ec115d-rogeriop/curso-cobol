      *-----------------------------------------------------------
      *    JDRLAY.CPY
      *    LAYOUT DA LINHA DO RELATORIO DE JUROS DEVEDORES
      *    (JURODEV). A MESMA AREA E REDEFINIDA PARA OS TRES TIPOS
      *    DE LINHA: TITULO E CABECALHOS (JDR-CABECALHO), UMA LINHA
      *    POR CLIENTE COM O PERIODO, OS DIAS EM DESCOBERTO, O
      *    SALDO DEVEDOR MEDIO E OS JUROS - ACUMULADOS NO MES OU
      *    COBRADOS NO FECHAMENTO (JDR-DETALHE) - E OS TOTAIS
      *    (JDR-TOTAL). OS TEXTOS FIXOS SAO MOVIDOS PELO PROGRAMA -
      *    FILLER SOB REDEFINES NAO ADMITE VALUE, E A LINHA E LIMPA
      *    ANTES DE CADA GRAVACAO.
      *-----------------------------------------------------------
       01  JDR-LINHA.
           05  JDR-DETALHE.
               10  JDR-DET-CLIENTE     PIC 9(06).
               10  FILLER              PIC X(02).
               10  JDR-DET-NOME        PIC X(20).
               10  FILLER              PIC X(02).
               10  JDR-DET-PERIODO     PIC 9(06).
               10  FILLER              PIC X(02).
               10  JDR-DET-DIAS        PIC ZZ9.
               10  FILLER              PIC X(02).
               10  JDR-DET-SALDO-MEDIO PIC ZZ.ZZ9,99.
               10  FILLER              PIC X(02).
               10  JDR-DET-JUROS       PIC ZZ.ZZ9,99.
               10  FILLER              PIC X(02).
               10  JDR-DET-SITUACAO    PIC X(12).
               10  FILLER              PIC X(02).
               10  JDR-DET-OBSERVACAO  PIC X(30).
               10  FILLER              PIC X(01).
           05  JDR-CABECALHO REDEFINES JDR-DETALHE.
               10  JDR-CAB-TEXTO       PIC X(110).
           05  JDR-TOTAL REDEFINES JDR-DETALHE.
               10  JDR-TOT-TEXTO       PIC X(30).
               10  JDR-TOT-QTDE        PIC ZZZZZ9.
               10  FILLER              PIC X(02).
               10  JDR-TOT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
               10  FILLER              PIC X(58).
