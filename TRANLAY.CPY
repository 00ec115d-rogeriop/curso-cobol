      *    TRN-VALOR CARREGA CENTAVOS (V99). PARA JUROS, TRN-VALOR
      *    E A TAXA PERCENTUAL COM DUAS DECIMAIS (EX: 1,50 = 1,5
      *    POR CENTO SOBRE O SALDO), NAO MAIS UM MULTIPLICADOR
      *    INTEIRO DO SALDO. PARA TARIFA, TRN-VALOR E O VALOR DA
      *    TARIFA A DEBITAR; CLIENTES TAMBEM GERA LANCAMENTOS TARIFA
      *    AO APLICAR SAQUE E TRANSFER, CONFORME A TABELA TARIFAS.
      *    ESTORNO DESFAZ UM LANCAMENTO JA APLICADO: TRN-DATA-ORIGEM
      *    E TRN-OPER-ORIGEM IDENTIFICAM, JUNTO COM TRN-CLIENTE-ID E
      *    TRN-VALOR, O LANCAMENTO ORIGINAL NO HISTORICO; O EFEITO
      *    TRN-CLIENTE-ID PARA TRN-CLIENTE-DESTINO COMO UMA UNIDADE
      *    - DEBITO E CREDITO SAO APLICADOS JUNTOS OU NENHUM DOS
      *    DOIS E APLICADO. TRN-CLIENTE-DESTINO FICA ZERADO NOS
      *    DEMAIS TIPOS DE OPERACAO. AS TRANSFERENCIAS DAS ORDENS
      *    PERMANENTES SAO GRAVADAS AQUI POR ORDGER.
      *    JUROSDEV (JUROS DEVEDORES) DEBITA TRN-VALOR, OS JUROS DO
      *    LIMITE DE DESCOBERTO APURADOS NO MES POR JURODEV, MESMO
      *    QUE O SALDO FIQUE ABAIXO DO LIMITE - SAO ENCARGOS DE UM
      *    DESCOBERTO JA UTILIZADO. COMO A TARIFA, PODE SER
      *    ESTORNADO.
      *-----------------------------------------------------------
       01  TRN-REGISTRO.
           05  TRN-CLIENTE-ID          PIC 9(06).
               88  TRN-E-TARIFA            VALUE "TARIFA".
               88  TRN-E-ESTORNO           VALUE "ESTORNO".
               88  TRN-E-TRANSFERENCIA     VALUE "TRANSFER".
               88  TRN-E-JUROS-DEVEDORES   VALUE "JUROSDEV".
           05  TRN-VALOR                PIC S9(05)V99.
           05  TRN-DATA-ORIGEM          PIC 9(08).
           05  TRN-OPER-ORIGEM          PIC X(08).
