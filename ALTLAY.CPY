      *-----------------------------------------------------------
      *    ALTLAY.CPY
      *    LAYOUT DO REGISTRO DO LOG DE ALTERACOES DO CLIENTE-
      *    MASTER (CLIALTER). UM REGISTRO E GRAVADO POR CLIMANUT A
      *    CADA CAMPO CADASTRAL ALTERADO (NOME, AGENCIA OU
      *    ENCERRAMENTO DA CONTA), COM O VALOR ANTES E DEPOIS DA
      *    ALTERACAO E A DATA/HORA EM QUE ELA FOI FEITA, PARA QUE
      *    SE POSSA RESPONDER A UM AUDITOR QUEM ERA O CLIENTE EM
      *    UMA DATA QUALQUER. O ARQUIVO SO CRESCE (ABERTO EM
      *    EXTEND). OS VALORES SAO GRAVADOS EM FORMATO TEXTO PARA
      *    QUE CAMPOS DE TIPOS DIFERENTES CAIBAM NO MESMO LAYOUT.
      *-----------------------------------------------------------
       01  ALT-REGISTRO.
           05  ALT-DATA                PIC 9(08).
           05  ALT-HORA                PIC 9(06).
           05  ALT-CLIENTE-ID          PIC 9(06).
           05  ALT-CAMPO               PIC X(08).
               88  ALT-CAMPO-NOME          VALUE "NOME".
               88  ALT-CAMPO-AGENCIA       VALUE "AGENCIA".
               88  ALT-CAMPO-STATUS        VALUE "STATUS".
           05  ALT-VALOR-ANTES         PIC X(20).
           05  ALT-VALOR-DEPOIS        PIC X(20).
           05  ALT-JOB-ID              PIC X(08).
