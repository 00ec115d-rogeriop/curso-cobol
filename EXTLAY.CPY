      *    EXTLAY.CPY
      *    LAYOUT DA LINHA DO RELATORIO DE EXTRATO MENSAL POR
      *    CLIENTE (EXTRATO). A MESMA AREA E REDEFINIDA PARA OS
      *    TIPOS DE LINHA DO EXTRATO: CABECALHO DO CLIENTE
      *    (EXT-TITULO), AS TRES LINHAS DO ENDERECO DE
      *    CORRESPONDENCIA DO PERFIL DO CLIENTE - NOME COMPLETO
      *    (EXT-DESTINATARIO), LOGRADOURO E BAIRRO (EXT-LOGRADOURO)
      *    E CEP, CIDADE E UF (EXT-LOCALIDADE) -, PERIODO
      *    CONSULTADO (EXT-PERIODO), SALDO DE ABERTURA/FECHAMENTO
      *    (EXT-SALDO) E UMA LINHA POR MOVIMENTO DO PERIODO
      *    (EXT-DETALHE). OS TEXTOS FIXOS SAO
      *    MOVIDOS PELO PROGRAMA - FILLER SOB REDEFINES NAO ADMITE
      *    VALUE, E A LINHA E LIMPA ANTES DE CADA GRAVACAO.
      *-----------------------------------------------------------
               10  EXT-TIT-CLIENTE-ID  PIC 9(06).
               10  FILLER              PIC X(02).
               10  EXT-TIT-NOME        PIC X(20).
               10  FILLER              PIC X(25).
           05  EXT-DESTINATARIO REDEFINES EXT-TITULO.
               10  EXT-DST-NOME        PIC X(60).
               10  FILLER              PIC X(20).
           05  EXT-LOGRADOURO REDEFINES EXT-TITULO.
               10  EXT-LOG-LOGRADOURO  PIC X(40).
               10  FILLER              PIC X(02).
               10  EXT-LOG-BAIRRO      PIC X(20).
               10  FILLER              PIC X(18).
           05  EXT-LOCALIDADE REDEFINES EXT-TITULO.
               10  EXT-LOC-CEP-PREFIXO PIC 9(05).
               10  EXT-LOC-HIFEN       PIC X(01).
               10  EXT-LOC-CEP-SUFIXO  PIC 9(03).
               10  FILLER              PIC X(02).
               10  EXT-LOC-CIDADE      PIC X(30).
               10  EXT-LOC-SEPARADOR   PIC X(03).
               10  EXT-LOC-UF          PIC X(02).
               10  FILLER              PIC X(34).
           05  EXT-PERIODO REDEFINES EXT-TITULO.
               10  EXT-PER-TEXTO       PIC X(08).
               10  EXT-PER-INICIO      PIC 9(08).
