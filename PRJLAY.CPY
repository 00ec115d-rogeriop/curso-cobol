      *-----------------------------------------------------------
      *    PRJLAY.CPY
      *    LAYOUT DA LINHA DO RELATORIO DE PROJECAO DO LOTE
      *    CLIENTES (ARQUIVO PROJREL), GRAVADO SO NA SIMULACAO
      *    (MODO S), QUANDO NENHUM ARQUIVO E ATUALIZADO. A MESMA
      *    AREA E REDEFINIDA PARA OS QUATRO TIPOS DE LINHA: TITULO,
      *    AVISOS E CABECALHOS (PRJ-CABECALHO); UMA LINHA POR
      *    CLIENTE DO LOTE COM O SALDO DE ENTRADA E O SALDO FINAL
      *    PROJETADO (PRJ-DETALHE); UMA LINHA POR OPERACAO QUE
      *    SERIA DESVIADA PARA EXCECOES OU QUE NAO SERIA APLICADA,
      *    COM O MOTIVO (PRJ-OCORRENCIA), GRAVADA ANTES DA LINHA DO
      *    SEU CLIENTE; E OS TOTAIS PROJETADOS POR AGENCIA E GERAL
      *    (PRJ-TOTAL). A LINHA E LIMPA ANTES DE CADA GRAVACAO.
      *-----------------------------------------------------------
       01  PRJ-LINHA.
           05  PRJ-DETALHE.
               10  PRJ-DET-CLIENTE-ID  PIC 9(06).
               10  FILLER              PIC X(02).
               10  PRJ-DET-NOME        PIC X(20).
               10  FILLER              PIC X(02).
               10  PRJ-DET-AGENCIA     PIC 9(02).
               10  FILLER              PIC X(02).
               10  PRJ-DET-SALDO-INICIAL PIC ZZ.ZZ9,99-.
               10  FILLER              PIC X(02).
               10  PRJ-DET-SALDO-PROJETADO PIC ZZ.ZZ9,99-.
               10  FILLER              PIC X(02).
               10  PRJ-DET-OPERACOES   PIC ZZZ9.
               10  FILLER              PIC X(02).
               10  PRJ-DET-EXCECOES    PIC ZZZ9.
               10  FILLER              PIC X(02).
               10  PRJ-DET-SITUACAO    PIC X(09).
               10  FILLER              PIC X(01).
           05  PRJ-OCORRENCIA REDEFINES PRJ-DETALHE.
               10  FILLER              PIC X(02).
               10  PRJ-OCO-CLIENTE-ID  PIC 9(06).
               10  FILLER              PIC X(02).
               10  PRJ-OCO-OPERACAO    PIC X(08).
               10  FILLER              PIC X(02).
               10  PRJ-OCO-VALOR       PIC ZZ.ZZ9,99-.
               10  FILLER              PIC X(02).
               10  PRJ-OCO-MOTIVO      PIC X(48).
           05  PRJ-CABECALHO REDEFINES PRJ-DETALHE.
               10  PRJ-CAB-TEXTO       PIC X(80).
           05  PRJ-TOTAL REDEFINES PRJ-DETALHE.
               10  PRJ-TOT-TEXTO       PIC X(30).
               10  PRJ-TOT-QTDE        PIC ZZZ.ZZ9.
               10  FILLER              PIC X(02).
               10  PRJ-TOT-VALOR       PIC ZZZ.ZZZ.ZZ9,99-.
               10  FILLER              PIC X(26).
