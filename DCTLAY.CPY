      *-----------------------------------------------------------
      *    DCTLAY.CPY
      *    LAYOUT DO REGISTRO DO LOG DE CONTROLE DUPLO (ARQUIVO
      *    DUPLCTL), INDEXADO POR DCT-CHAVE. UM REGISTRO E GRAVADO
      *    QUANDO UMA ACAO DE CONSOLE ACIMA DO LIMITE DE ALCADA -
      *    APROVACAO DE EXCECAO EM EXCREVIS, AUMENTO DE LIMITE DE
      *    DESCOBERTO EM CLILIMIT, OU LEVANTAMENTO DE RETENCAO EM
      *    CLISTAT - FICA PENDENTE DE SEGUNDA ASSINATURA: O
      *    OPERADOR QUE PEDIU A ACAO (DCT-OPERADOR) NAO PODE
      *    CONFIRMA-LA; SO OUTRO OPERADOR (DCT-CONFIRMADOR) A
      *    CONFIRMA OU RECUSA, E SO ENTAO A ACAO E APLICADA. O
      *    REGISTRO NUNCA E APAGADO - A CONFIRMACAO OU RECUSA O
      *    REGRAVA COM A SITUACAO, O SEGUNDO OPERADOR E A DATA/HORA
      *    DA DECISAO. AS ALTERACOES DE LIMITE E DE STATUS QUE NAO
      *    EXIGEM SEGUNDA ASSINATURA TAMBEM SAO GRAVADAS, JA COM A
      *    SITUACAO "D" (DISPENSADA), PARA QUE TODA ALTERACAO FEITA
      *    POR CLILIMIT E CLISTAT TENHA O OPERADOR REGISTRADO.
      *    DCT-VALOR-ATUAL E DCT-VALOR-SOLICITADO SAO, NO LIMITE, O
      *    LIMITE ATUAL E O PEDIDO; NA APROVACAO DE EXCECAO, O
      *    SALDO GRAVADO NA EXCECAO E O VALOR DA OPERACAO. NA
      *    ALTERACAO DE STATUS VALEM DCT-STATUS-ATUAL/-SOLICITADO.
      *    DCT-EXCECAO GUARDA OS CAMPOS QUE IDENTIFICAM A EXCECAO
      *    (O ARQUIVO EXCECOES NAO TEM CHAVE), PARA QUE EXCREVIS
      *    ENCONTRE O PEDIDO DA EXCECAO EM REVISAO; FICA ZERADO/EM
      *    BRANCO NAS DEMAIS ACOES.
      *-----------------------------------------------------------
       01  DCT-REGISTRO.
           05  DCT-CHAVE.
               10  DCT-PROGRAMA        PIC X(08).
               10  DCT-CLIENTE-ID      PIC 9(06).
               10  DCT-DATA-PEDIDO     PIC 9(08).
               10  DCT-HORA-PEDIDO     PIC 9(08).
           05  DCT-ACAO                PIC X(01).
               88  DCT-ACAO-APROVACAO      VALUE "A".
               88  DCT-ACAO-LIMITE         VALUE "L".
               88  DCT-ACAO-STATUS         VALUE "S".
           05  DCT-NOME                PIC X(20).
           05  DCT-VALOR-ATUAL         PIC S9(05)V99.
           05  DCT-VALOR-SOLICITADO    PIC S9(05)V99.
           05  DCT-STATUS-ATUAL        PIC X(01).
           05  DCT-STATUS-SOLICITADO   PIC X(01).
           05  DCT-EXCECAO.
               10  DCT-EXC-DATA        PIC 9(08).
               10  DCT-EXC-TIPO        PIC X(01).
               10  DCT-EXC-OPERACAO    PIC X(08).
               10  DCT-EXC-DATA-ORIGEM PIC 9(08).
               10  DCT-EXC-OPER-ORIGEM PIC X(08).
               10  DCT-EXC-CLIENTE-DESTINO PIC 9(06).
           05  DCT-OPERADOR            PIC X(08).
           05  DCT-CONFIRMADOR         PIC X(08).
           05  DCT-SITUACAO            PIC X(01).
               88  DCT-SITUACAO-PENDENTE   VALUE "P".
               88  DCT-SITUACAO-CONFIRMADA VALUE "C".
               88  DCT-SITUACAO-RECUSADA   VALUE "R".
               88  DCT-SITUACAO-DISPENSADA VALUE "D".
           05  DCT-DATA-DECISAO        PIC 9(08).
           05  DCT-HORA-DECISAO        PIC 9(08).
