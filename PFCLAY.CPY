      *-----------------------------------------------------------
      *    PFCLAY.CPY
      *    LAYOUT DO REGISTRO DO ARQUIVO DE PERIODOS FECHADOS
      *    (PERFECH), SEQUENCIAL, ACRESCENTADO PELO FECHAMENTO DO
      *    MES (FECHAMES) DEPOIS QUE A FOTOGRAFIA DOS SALDOS DO
      *    PERIODO FOI GRAVADA EM SALDOPER (COPY SDPLAY). OS
      *    PERIODOS SAO FECHADOS EM ORDEM, SEM SALTOS: UMA DATA
      *    ESTA EM PERIODO FECHADO QUANDO O SEU AAAAMM NAO E
      *    POSTERIOR AO MAIOR PFC-PERIODO DO ARQUIVO. CLIENTES E
      *    EXCREVIS RECUSAM ESTORNO E APROVACAO EM ATRASO DATADOS
      *    EM PERIODO FECHADO.
      *    OS TOTAIS SAO OS DA FOTOGRAFIA, PARA CONFERENCIA COM A
      *    CONTABILIDADE.
      *-----------------------------------------------------------
       01  PFC-REGISTRO.
           05  PFC-PERIODO             PIC 9(06).
           05  PFC-DATA-FECHAMENTO     PIC 9(08).
           05  PFC-HORA-FECHAMENTO     PIC 9(08).
           05  PFC-QTDE-CLIENTES       PIC 9(06).
           05  PFC-SOMA-SALDOS         PIC S9(11)V99.
           05  PFC-SOMA-LIMITES        PIC S9(11)V99.
