      *-----------------------------------------------------------
      *    HIXLAY.CPY
      *    LAYOUT DO REGISTRO DO INDICE DO HISTORICO DE TRANSACOES
      *    (ARQUIVO HISTIDX), INDEXADO POR HIX-CHAVE. E UMA COPIA
      *    DE CADA REGISTRO DE TRANSACOES-HISTORICO (COPY THSLAY),
      *    MANTIDA AO LADO DO ARQUIVO SEQUENCIAL PARA QUE AS
      *    CONSULTAS DE UM CLIENTE (CLIPOS, TRHCONS E A CONFERENCIA
      *    DA ORIGEM DO ESTORNO EM CLIENTES E EXCREVIS) POSICIONEM
      *    DIRETO NOS LANCAMENTOS DO CLIENTE, OU DO CLIENTE NUMA
      *    DATA, EM VEZ DE LER O HISTORICO INTEIRO. QUEM GRAVA
      *    TRANHIST GRAVA TAMBEM O INDICE; HISINDEX RECRIA O INDICE
      *    A PARTIR DE TRANHIST E DO ARQUIVO MORTO DE EXPURGO.
      *    O INDICE GUARDA TAMBEM OS LANCAMENTOS JA EXPURGADOS
      *    QUANDO O ARQUIVO MORTO E CARREGADO POR HISINDEX.
      *    COMO UM CLIENTE PODE TER VARIOS LANCAMENTOS NO MESMO
      *    DIA, A CHAVE SE COMPLETA COM HIX-HORA-GRAVACAO (HORA DE
      *    INICIO DA EXECUCAO QUE GRAVOU, HHMMSSCC - TAMBEM NO QUE
      *    FOI CARREGADO POR HISINDEX) E HIX-SEQUENCIA (ORDEM DA
      *    GRAVACAO DENTRO DA EXECUCAO), DE MODO QUE OS
      *    LANCAMENTOS DE UM CLIENTE SAEM NA ORDEM EM QUE FORAM
      *    POSTADOS. OS DEMAIS CAMPOS TEM O MESMO SIGNIFICADO DOS
      *    CAMPOS HIS- DE THSLAY.
      *-----------------------------------------------------------
       01  HIX-REGISTRO.
           05  HIX-CHAVE.
               10  HIX-CLIENTE-ID      PIC 9(06).
               10  HIX-DATA            PIC 9(08).
               10  HIX-HORA-GRAVACAO   PIC 9(08).
               10  HIX-SEQUENCIA       PIC 9(08).
           05  HIX-COD-OPERACAO        PIC X(08).
           05  HIX-VALOR               PIC S9(05)V99.
           05  HIX-DATA-ORIGEM         PIC 9(08).
           05  HIX-OPER-ORIGEM         PIC X(08).
           05  HIX-CONTRAPARTE         PIC 9(06).
