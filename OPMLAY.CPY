      *-----------------------------------------------------------
      *    OPMLAY.CPY
      *    LAYOUT DO REGISTRO DO ARQUIVO DE ORDENS PERMANENTES
      *    (ORDPERM), INDEXADO POR OPM-ID. CADA ORDEM TRANSFERE
      *    OPM-VALOR DO CLIENTE OPM-CLIENTE-ORIGEM PARA
      *    OPM-CLIENTE-DESTINO NA FREQUENCIA CONTRATADA (SEMANAL,
      *    QUINZENAL OU MENSAL), A PARTIR DE OPM-PROXIMA-DATA E ATE
      *    OPM-DATA-FIM (ZERO = SEM DATA FINAL). NA FREQUENCIA
      *    MENSAL O VENCIMENTO CAI SEMPRE NO DIA OPM-DIA-BASE, OU NO
      *    ULTIMO DIA DO MES QUANDO O MES FOR MAIS CURTO.
      *    MANTIDO PELO PROGRAMA ORDMANUT E PROCESSADO POR ORDGER,
      *    QUE GRAVA O LANCAMENTO TRANSFER EM TRANSACOES NO
      *    VENCIMENTO E AVANCA OPM-PROXIMA-DATA.
      *    OS CAMPOS DA OCORRENCIA ACOMPANHAM A TRANSFERENCIA EM
      *    ANDAMENTO: OPM-DATA-REFERENCIA E O VENCIMENTO QUE ELA
      *    PAGA, OPM-DATA-GERACAO A DATA EM QUE ORDGER GRAVOU O
      *    ULTIMO LANCAMENTO E OPM-VALOR-OCORRENCIA O VALOR GRAVADO
      *    (A ORDEM PODE TER O VALOR ALTERADO ANTES DA CONFERENCIA).
      *    UMA OCORRENCIA QUE NAO APARECE NO HISTORICO (DESVIADA
      *    PARA EXCECOES OU NAO APLICADA) E RETENTADA ATE O LIMITE
      *    DE DIAS DO ORDGER E ENTAO A ORDEM E SUSPENSA, COM O
      *    MOTIVO EM OPM-MOTIVO-SUSPENSAO.
      *-----------------------------------------------------------
       01  OPM-REGISTRO.
           05  OPM-ID                  PIC 9(06).
           05  OPM-CLIENTE-ORIGEM      PIC 9(06).
           05  OPM-CLIENTE-DESTINO     PIC 9(06).
           05  OPM-VALOR               PIC S9(05)V99.
           05  OPM-FREQUENCIA          PIC X(01).
               88  OPM-FREQ-SEMANAL        VALUE "S".
               88  OPM-FREQ-QUINZENAL      VALUE "Q".
               88  OPM-FREQ-MENSAL         VALUE "M".
               88  OPM-FREQ-VALIDA         VALUE "S" "Q" "M".
           05  OPM-DIA-BASE            PIC 9(02).
           05  OPM-PROXIMA-DATA        PIC 9(08).
           05  OPM-DATA-FIM            PIC 9(08).
           05  OPM-STATUS              PIC X(01).
               88  OPM-STATUS-ATIVA        VALUE "A".
               88  OPM-STATUS-SUSPENSA     VALUE "S".
               88  OPM-STATUS-ENCERRADA    VALUE "E".
           05  OPM-MOTIVO-SUSPENSAO    PIC X(01).
               88  OPM-SUSP-OPERADOR       VALUE "O".
               88  OPM-SUSP-RETENTATIVAS   VALUE "R".
               88  OPM-SUSP-NOVO-VENCIMENTO VALUE "V".
               88  OPM-SUSP-CLIENTE        VALUE "C".
           05  OPM-DESCRICAO           PIC X(20).
           05  OPM-DATA-CADASTRO       PIC 9(08).
           05  OPM-SITUACAO-OCORRENCIA PIC X(01).
               88  OPM-SEM-OCORRENCIA      VALUE " ".
               88  OPM-OCORRENCIA-GERADA   VALUE "G".
               88  OPM-OCORRENCIA-FALHOU   VALUE "F".
           05  OPM-DATA-REFERENCIA     PIC 9(08).
           05  OPM-DATA-GERACAO        PIC 9(08).
           05  OPM-VALOR-OCORRENCIA    PIC S9(05)V99.
           05  OPM-QTDE-TENTATIVAS     PIC 9(03).
           05  OPM-DATA-ULTIMA-EXECUCAO PIC 9(08).
