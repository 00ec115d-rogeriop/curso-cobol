      *-----------------------------------------------------------
      *    SDPLAY.CPY
      *    LAYOUT DO REGISTRO DO ARQUIVO DE SALDOS POR PERIODO
      *    (SALDOPER), INDEXADO POR SDP-CHAVE (PERIODO AAAAMM MAIS
      *    CODIGO DO CLIENTE). GRAVADO PELO FECHAMENTO DO MES
      *    (FECHAMES): UM REGISTRO POR CLIENTE DO CLIENTE-MASTER,
      *    COM O SALDO, O LIMITE DE DESCOBERTO, O STATUS E A
      *    AGENCIA NO FIM DO PERIODO. O SALDO DE FECHAMENTO DE UM
      *    PERIODO E O SALDO DE ABERTURA DO PERIODO SEGUINTE, E E
      *    DAQUI QUE O EXTRATO O TOMA, SEM DEPENDER DA AUDITORIA
      *    (QUE O EXPURGO ARQUIVA).
      *-----------------------------------------------------------
       01  SDP-REGISTRO.
           05  SDP-CHAVE.
               10  SDP-PERIODO         PIC 9(06).
               10  SDP-CLIENTE-ID      PIC 9(06).
           05  SDP-NOME                PIC X(20).
           05  SDP-SALDO               PIC S9(05)V99.
           05  SDP-LIMITE              PIC S9(05)V99.
           05  SDP-STATUS              PIC X(01).
               88  SDP-STATUS-ATIVO        VALUE "A".
               88  SDP-STATUS-BLOQUEADO    VALUE "B".
               88  SDP-STATUS-ENCERRADO    VALUE "E".
           05  SDP-AGENCIA             PIC 9(02).
           05  SDP-DATA-FECHAMENTO     PIC 9(08).
