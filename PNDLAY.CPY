      *-----------------------------------------------------------
      *    PNDLAY.CPY
      *    LAYOUT DA LINHA DO RELATORIO DE PEDIDOS PENDENTES DE
      *    SEGUNDA ASSINATURA (DUPLPEND). A MESMA AREA E REDEFINIDA
      *    PARA OS TRES TIPOS DE LINHA: TITULO E CABECALHOS
      *    (PND-CABECALHO), UMA LINHA POR PEDIDO PENDENTE NO LOG DE
      *    CONTROLE DUPLO (PND-DETALHE) E OS TOTAIS (PND-TOTAL).
      *    PND-DET-ATUAL E PND-DET-SOLICITADO SAO TEXTO PORQUE
      *    RECEBEM, CONFORME A ACAO, VALORES EDITADOS (LIMITE ATUAL
      *    E PEDIDO; SALDO DA EXCECAO E VALOR DA OPERACAO) OU O
      *    STATUS DA CONTA ANTES E DEPOIS DO LEVANTAMENTO DA
      *    RETENCAO. A LINHA E LIMPA ANTES DE CADA GRAVACAO.
      *-----------------------------------------------------------
       01  PND-LINHA.
           05  PND-DETALHE.
               10  PND-DET-DATA        PIC 9(08).
               10  FILLER              PIC X(02).
               10  PND-DET-PROGRAMA    PIC X(08).
               10  FILLER              PIC X(02).
               10  PND-DET-CLIENTE-ID  PIC 9(06).
               10  FILLER              PIC X(02).
               10  PND-DET-NOME        PIC X(20).
               10  FILLER              PIC X(02).
               10  PND-DET-ACAO        PIC X(17).
               10  FILLER              PIC X(02).
               10  PND-DET-ATUAL       PIC X(10).
               10  FILLER              PIC X(02).
               10  PND-DET-SOLICITADO  PIC X(10).
               10  FILLER              PIC X(02).
               10  PND-DET-OPERADOR    PIC X(08).
               10  FILLER              PIC X(02).
               10  PND-DET-DIAS        PIC ZZZ9.
           05  PND-CABECALHO REDEFINES PND-DETALHE.
               10  PND-CAB-TEXTO       PIC X(107).
           05  PND-TOTAL REDEFINES PND-DETALHE.
               10  PND-TOT-TEXTO       PIC X(30).
               10  PND-TOT-QTDE        PIC ZZZZZ9.
               10  FILLER              PIC X(71).
