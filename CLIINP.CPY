      *    - O REINICIO POR CHECKPOINT (3200-PROCESSA-CLIENTE-LOTE
      *    EM CLIANT.COB) PULA REGISTROS COM BASE NESSA ORDEM, E UM
      *    LOTE FORA DE ORDEM E REJEITADO EM TEMPO DE EXECUCAO.
      *    OS CAMPOS DE PERFIL (ENT-CPF A ENT-CEP) SAO OBRIGATORIOS
      *    PARA CLIENTE NOVO - CPF COM DIGITO VERIFICADOR INVALIDO
      *    OU JA CADASTRADO PARA OUTRO CLIENTE REJEITA O CLIENTE
      *    INTEIRO. PARA CLIENTE JA CADASTRADO SEM PERFIL EM
      *    CLIPERF (COPY PRFLAY), UM CPF INFORMADO CADASTRA O
      *    PERFIL; ENT-CPF ZERADO MANTEM O CLIENTE COMO ESTA.
      *-----------------------------------------------------------
       01  ENT-REGISTRO.
           05  ENT-CLIENTE-ID          PIC 9(06).
           05  ENT-NOME                PIC X(20).
           05  ENT-SALDO                PIC S9(05)V99.
           05  ENT-AGENCIA              PIC 9(02).
           05  ENT-CPF                  PIC 9(11).
           05  ENT-NOME-COMPLETO        PIC X(60).
           05  ENT-DATA-NASCIMENTO      PIC 9(08).
           05  ENT-ENDERECO.
               10  ENT-LOGRADOURO       PIC X(40).
               10  ENT-BAIRRO           PIC X(20).
               10  ENT-CIDADE           PIC X(30).
               10  ENT-UF               PIC X(02).
               10  ENT-CEP              PIC 9(08).
