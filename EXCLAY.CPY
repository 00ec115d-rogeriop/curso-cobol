      *    EXCLAY.CPY
      *    LAYOUT DO REGISTRO DO ARQUIVO EXCECOES. GRAVADO QUANDO
      *    UM SAQUE (SUBTRACAO) DEIXARIA O SALDO NEGATIVO, UMA
      *    TARIFA ESTOURARIA O LIMITE DE DESCOBERTO, UMA OPERACAO
      *    CAI SOBRE UM CLIENTE BLOQUEADO, OU UM ESTORNO NAO PODE
      *    SER APLICADO, E A OPERACAO E BLOQUEADA
      *    PARA REVISAO MANUAL. EXC-TIPO-EXCECAO INDICA QUAL DAS
               88  EXC-OP-TARIFA            VALUE "TARIFA".
               88  EXC-OP-ESTORNO           VALUE "ESTORNO".
               88  EXC-OP-TRANSFERENCIA     VALUE "TRANSFER".
               88  EXC-OP-JUROS-DEVEDORES   VALUE "JUROSDEV".
           05  EXC-STATUS-EXCECAO       PIC X(01).
               88  EXC-STATUS-PENDENTE      VALUE "P".
               88  EXC-STATUS-APROVADA      VALUE "A".
