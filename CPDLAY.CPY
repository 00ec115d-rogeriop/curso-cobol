      *-----------------------------------------------------------
      *    CPDLAY.CPY
      *    LAYOUT DA LINHA DO RELATORIO DE CPF DUPLICADOS (CPFDUPL).
      *    A MESMA AREA E REDEFINIDA PARA OS TRES TIPOS DE LINHA:
      *    TITULO E CABECALHOS (CPD-CABECALHO), UMA LINHA POR
      *    CLIENTE LISTADO - CPF REPETIDO, DIGITO VERIFICADOR
      *    INVALIDO OU CLIENTE DO MASTER SEM PERFIL (CPD-DETALHE) -
      *    E OS TOTAIS (CPD-TOTAL). OS TEXTOS FIXOS SAO MOVIDOS
      *    PELO PROGRAMA - FILLER SOB REDEFINES NAO ADMITE VALUE, E
      *    A LINHA E LIMPA ANTES DE CADA GRAVACAO.
      *-----------------------------------------------------------
       01  CPD-LINHA.
           05  CPD-DETALHE.
               10  CPD-DET-CPF         PIC 9(11) BLANK WHEN ZERO.
               10  FILLER              PIC X(02).
               10  CPD-DET-CLIENTE-ID  PIC 9(06).
               10  FILLER              PIC X(02).
               10  CPD-DET-NOME        PIC X(40).
               10  FILLER              PIC X(02).
               10  CPD-DET-AGENCIA     PIC 9(02) BLANK WHEN ZERO.
               10  FILLER              PIC X(02).
               10  CPD-DET-STATUS      PIC X(01).
               10  FILLER              PIC X(02).
               10  CPD-DET-NASCIMENTO  PIC 9(08) BLANK WHEN ZERO.
               10  FILLER              PIC X(02).
               10  CPD-DET-SITUACAO    PIC X(15).
           05  CPD-CABECALHO REDEFINES CPD-DETALHE.
               10  CPD-CAB-TEXTO       PIC X(95).
           05  CPD-TOTAL REDEFINES CPD-DETALHE.
               10  CPD-TOT-TEXTO       PIC X(30).
               10  CPD-TOT-QTDE        PIC ZZZZZ9.
               10  FILLER              PIC X(59).
