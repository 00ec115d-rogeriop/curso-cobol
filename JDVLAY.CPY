      *-----------------------------------------------------------
      *    JDVLAY.CPY
      *    LAYOUT DO REGISTRO DO ARQUIVO DE APURACAO DE JUROS
      *    DEVEDORES (JDVACUM), INDEXADO POR JDV-CLIENTE-ID. UM
      *    REGISTRO POR CLIENTE QUE JA USOU O LIMITE DE DESCOBERTO,
      *    MANTIDO PELO PROGRAMA JURODEV.
      *    A CADA EXECUCAO DIARIA, SE O SALDO ESTA NEGATIVO, SAO
      *    ACUMULADOS NO PERIODO (MES) CORRENTE OS DIAS DESDE A
      *    ULTIMA APURACAO, O SALDO DEVEDOR MULTIPLICADO POR ESSES
      *    DIAS (PARA O SALDO DEVEDOR MEDIO) E OS JUROS DO
      *    DESCOBERTO, COM SEIS DECIMAIS PARA NAO ARREDONDAR DIA A
      *    DIA. NO ULTIMO DIA DO MES (OU NA PRIMEIRA EXECUCAO
      *    SEGUINTE, SE ELE FOR PERDIDO) OS JUROS ACUMULADOS SAO
      *    ARREDONDADOS AO CENTAVO, GRAVADOS EM TRANSACOES COMO
      *    UM LANCAMENTO JUROSDEV E O PERIODO RECOMECA.
      *    OS CAMPOS DA COBRANCA ACOMPANHAM O ULTIMO LANCAMENTO
      *    GERADO ATE QUE ELE APARECA NO HISTORICO (CONFIRMADA) OU
      *    EM EXCECOES; ENQUANTO ISSO O LANCAMENTO E REGRAVADO A
      *    CADA EXECUCAO.
      *-----------------------------------------------------------
       01  JDV-REGISTRO.
           05  JDV-CLIENTE-ID          PIC 9(06).
           05  JDV-PERIODO             PIC 9(06).
           05  JDV-DATA-ULTIMA-APURACAO PIC 9(08).
           05  JDV-DIAS-DESCOBERTO     PIC 9(03).
           05  JDV-SOMA-SALDOS-DEVEDORES PIC S9(09)V99.
           05  JDV-JUROS-ACUMULADOS    PIC S9(05)V9(06).
           05  JDV-SITUACAO-COBRANCA   PIC X(01).
               88  JDV-SEM-COBRANCA        VALUE " ".
               88  JDV-COBRANCA-GERADA     VALUE "G".
               88  JDV-COBRANCA-CONFIRMADA VALUE "C".
               88  JDV-COBRANCA-EM-EXCECOES VALUE "X".
           05  JDV-PERIODO-COBRADO     PIC 9(06).
           05  JDV-DATA-COBRANCA       PIC 9(08).
           05  JDV-VALOR-COBRANCA      PIC S9(05)V99.
           05  JDV-DIAS-COBRADOS       PIC 9(03).
           05  JDV-SALDO-MEDIO-COBRADO PIC S9(05)V99.
