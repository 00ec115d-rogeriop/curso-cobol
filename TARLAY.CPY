      *-----------------------------------------------------------
      *    TARLAY.CPY
      *    LAYOUT DO REGISTRO DA TABELA DE TARIFAS (TARIFAS),
      *    INDEXADA POR TAR-CHAVE (CODIGO DE OPERACAO + AGENCIA).
      *    CLIENTES PROCURA A TARIFA DA OPERACAO APLICADA (SAQUE OU
      *    TRANSFER) PRIMEIRO NA AGENCIA DO CLIENTE E, SE NAO
      *    HOUVER, NA AGENCIA 00, QUE VALE PARA TODAS AS AGENCIAS.
      *    A TARIFA COBRADA E TAR-VALOR-FIXO MAIS TAR-PERCENTUAL
      *    POR CENTO DO VALOR DA OPERACAO (QUALQUER DOS DOIS PODE
      *    SER ZERO), LIMITADA POR BAIXO A TAR-VALOR-MINIMO E POR
      *    CIMA A TAR-VALOR-MAXIMO (ZERO = SEM MAXIMO). MANTIDA
      *    PELO PROGRAMA TARMANUT E LISTADA POR TARLISTA.
      *-----------------------------------------------------------
       01  TAR-REGISTRO.
           05  TAR-CHAVE.
               10  TAR-COD-OPERACAO    PIC X(08).
               10  TAR-AGENCIA         PIC 9(02).
           05  TAR-DESCRICAO           PIC X(20).
           05  TAR-VALOR-FIXO          PIC S9(05)V99.
           05  TAR-PERCENTUAL          PIC 9(03)V99.
           05  TAR-VALOR-MINIMO        PIC S9(05)V99.
           05  TAR-VALOR-MAXIMO        PIC S9(05)V99.
