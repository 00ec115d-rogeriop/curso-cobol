      *-----------------------------------------------------------
      *    OPRLAY.CPY
      *    LAYOUT DA LINHA DO RELATORIO DE ORDENS PERMANENTES
      *    (ORDGER). A MESMA AREA E REDEFINIDA PARA OS TRES TIPOS
      *    DE LINHA: TITULO E CABECALHOS (OPR-CABECALHO), UMA LINHA
      *    POR EVENTO DE ORDEM NA EXECUCAO - TRANSFERENCIA GERADA,
      *    EXECUTADA, FALHA, NOVA TENTATIVA, SUSPENSAO OU
      *    ENCERRAMENTO (OPR-DETALHE) - E OS TOTAIS (OPR-TOTAL). OS
      *    TEXTOS FIXOS SAO MOVIDOS PELO PROGRAMA - FILLER SOB
      *    REDEFINES NAO ADMITE VALUE, E A LINHA E LIMPA ANTES DE
      *    CADA GRAVACAO.
      *-----------------------------------------------------------
       01  OPR-LINHA.
           05  OPR-DETALHE.
               10  OPR-DET-ORDEM       PIC 9(06).
               10  FILLER              PIC X(02).
               10  OPR-DET-ORIGEM      PIC 9(06).
               10  FILLER              PIC X(02).
               10  OPR-DET-DESTINO     PIC 9(06).
               10  FILLER              PIC X(02).
               10  OPR-DET-VALOR       PIC ZZ.ZZ9,99.
               10  FILLER              PIC X(02).
               10  OPR-DET-VENCIMENTO  PIC 9(08) BLANK WHEN ZERO.
               10  FILLER              PIC X(02).
               10  OPR-DET-TENTATIVAS  PIC ZZ9.
               10  FILLER              PIC X(02).
               10  OPR-DET-SITUACAO    PIC X(11).
               10  FILLER              PIC X(02).
               10  OPR-DET-OBSERVACAO  PIC X(40).
               10  FILLER              PIC X(01).
           05  OPR-CABECALHO REDEFINES OPR-DETALHE.
               10  OPR-CAB-TEXTO       PIC X(104).
           05  OPR-TOTAL REDEFINES OPR-DETALHE.
               10  OPR-TOT-TEXTO       PIC X(30).
               10  OPR-TOT-QTDE        PIC ZZZZZ9.
               10  FILLER              PIC X(68).
