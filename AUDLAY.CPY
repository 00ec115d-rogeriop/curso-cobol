      *    GRAVADO A CADA OPERACAO APLICADA SOBRE O SALDO DE UM
      *    CLIENTE, COM OS VALORES ANTES E DEPOIS DA OPERACAO.
      *    AUD-JOB-ID IDENTIFICA A EXECUCAO QUE GRAVOU O REGISTRO
      *    (O PROGRAMA, FIXO POR JOB). NOS PROGRAMAS DE CONSOLE EM
      *    QUE O OPERADOR SE IDENTIFICA (EXCREVIS), AUD-OPERADOR
      *    GUARDA QUEM EXECUTOU A ACAO E AUD-CONFIRMADOR QUEM DEU A
      *    SEGUNDA ASSINATURA QUANDO A ACAO PASSOU PELO CONTROLE
      *    DUPLO (DUPLCTL, COPY DCTLAY); NOS JOBS BATCH, SEM
      *    OPERADOR, OS DOIS FICAM EM BRANCO.
      *-----------------------------------------------------------
       01  AUD-REGISTRO.
           05  AUD-DATA                PIC 9(08).
           05  AUD-SALDO-ANTES          PIC S9(05)V99.
           05  AUD-SALDO-DEPOIS         PIC S9(05)V99.
           05  AUD-JOB-ID               PIC X(08).
           05  AUD-OPERADOR             PIC X(08).
           05  AUD-CONFIRMADOR          PIC X(08).
