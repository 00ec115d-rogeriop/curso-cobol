      *-----------------------------------------------------------
      *    LDRLAY.CPY
      *    LAYOUT DA LINHA DO RELATORIO DIARIO DO LOG DE EXECUCOES
      *    (LOGDIA). A MESMA AREA E REDEFINIDA PARA OS TRES TIPOS
      *    DE LINHA: TITULO E CABECALHOS (LDR-CABECALHO), UMA LINHA
      *    POR EXECUCAO REGISTRADA NO DIA (LDR-DETALHE) E OS
      *    TOTAIS DO DIA (LDR-TOTAL). OS TEXTOS FIXOS SAO MOVIDOS
      *    PELO PROGRAMA - FILLER SOB REDEFINES NAO ADMITE VALUE, E
      *    A LINHA E LIMPA ANTES DE CADA GRAVACAO.
      *-----------------------------------------------------------
       01  LDR-LINHA.
           05  LDR-DETALHE.
               10  LDR-DET-PROGRAMA    PIC X(08).
               10  FILLER              PIC X(02).
               10  LDR-DET-INICIO      PIC X(08).
               10  FILLER              PIC X(02).
               10  LDR-DET-FIM         PIC X(08).
               10  FILLER              PIC X(02).
               10  LDR-DET-RETURN-CODE PIC ZZZ9.
               10  FILLER              PIC X(02).
               10  LDR-DET-DATA-ARQUIVO PIC 9(08) BLANK WHEN ZERO.
               10  FILLER              PIC X(02).
               10  LDR-DET-ALTERA      PIC X(03).
               10  FILLER              PIC X(02).
               10  LDR-DET-LIDOS       PIC ZZZZZZ9.
               10  FILLER              PIC X(02).
               10  LDR-DET-GRAVADOS    PIC ZZZZZZ9.
               10  FILLER              PIC X(02).
               10  LDR-DET-REJEITADOS  PIC ZZZZZZ9.
               10  FILLER              PIC X(02).
               10  LDR-DET-SITUACAO    PIC X(08).
           05  LDR-CABECALHO REDEFINES LDR-DETALHE.
               10  LDR-CAB-TEXTO       PIC X(86).
           05  LDR-TOTAL REDEFINES LDR-DETALHE.
               10  LDR-TOT-TEXTO       PIC X(30).
               10  LDR-TOT-QTDE        PIC ZZZZZ9.
               10  FILLER              PIC X(50).
