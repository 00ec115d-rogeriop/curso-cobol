      *-----------------------------------------------------------
      *    MONLAY.CPY
      *    LAYOUT DA LINHA DO RELATORIO DE MONITORAMENTO DE
      *    MOVIMENTACAO ATIPICA (MONITRAN). A MESMA AREA E
      *    REDEFINIDA PARA OS QUATRO TIPOS DE LINHA: TITULO E
      *    CABECALHOS (MON-CABECALHO), UMA LINHA POR OCORRENCIA COM
      *    O CLIENTE, O NOME E A AGENCIA DO MASTER E O LANCAMENTO
      *    QUE DISPAROU O ALERTA (MON-DETALHE), AS LINHAS DE
      *    COMPOSICAO DA OCORRENCIA - DEPOSITOS DO FRACIONAMENTO OU
      *    ENTRADA/SAIDA DA PASSAGEM COM A CONTRAPARTE
      *    (MON-CADEIA) - E OS TOTAIS DO RELATORIO (MON-TOTAL). OS
      *    TEXTOS FIXOS SAO MOVIDOS PELO PROGRAMA - FILLER SOB
      *    REDEFINES NAO ADMITE VALUE, E A LINHA E LIMPA ANTES DE
      *    CADA GRAVACAO.
      *-----------------------------------------------------------
       01  MON-LINHA.
           05  MON-DETALHE.
               10  MON-DET-CLIENTE-ID  PIC 9(06).
               10  FILLER              PIC X(02).
               10  MON-DET-NOME        PIC X(20).
               10  FILLER              PIC X(02).
               10  MON-DET-AGENCIA     PIC 9(02).
               10  FILLER              PIC X(02).
               10  MON-DET-ALERTA      PIC X(10).
               10  FILLER              PIC X(02).
               10  MON-DET-DATA        PIC 9(08).
               10  FILLER              PIC X(02).
               10  MON-DET-OPERACAO    PIC X(08).
               10  FILLER              PIC X(02).
               10  MON-DET-VALOR       PIC -ZZZ.ZZ9,99.
               10  FILLER              PIC X(07).
           05  MON-CADEIA REDEFINES MON-DETALHE.
               10  FILLER              PIC X(04).
               10  MON-CAD-TEXTO       PIC X(12).
               10  MON-CAD-CONTRAPARTE PIC ZZZZZ9 BLANK WHEN ZERO.
               10  FILLER              PIC X(02).
               10  MON-CAD-NOME        PIC X(20).
               10  FILLER              PIC X(02).
               10  MON-CAD-DATA        PIC 9(08) BLANK WHEN ZERO.
               10  FILLER              PIC X(02).
               10  MON-CAD-OPERACAO    PIC X(08).
               10  FILLER              PIC X(02).
               10  MON-CAD-VALOR       PIC -ZZZ.ZZ9,99.
               10  FILLER              PIC X(07).
           05  MON-CABECALHO REDEFINES MON-DETALHE.
               10  MON-CAB-TEXTO       PIC X(84).
           05  MON-TOTAL REDEFINES MON-DETALHE.
               10  MON-TOT-TEXTO       PIC X(30).
               10  MON-TOT-QTDE        PIC ZZZZZ9.
               10  FILLER              PIC X(48).
