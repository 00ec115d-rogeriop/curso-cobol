      *-----------------------------------------------------------
      *    PRFLAY.CPY
      *    LAYOUT DO REGISTRO DO CADASTRO DE PERFIL DO CLIENTE
      *    (ARQUIVO CLIPERF), INDEXADO POR PRF-CLIENTE-ID - UM
      *    REGISTRO POR CLI-ID DO CLIENTE-MASTER - COM CHAVE
      *    ALTERNATIVA PRF-CPF COM DUPLICIDADE, PARA QUE O CADASTRO
      *    DE CLIENTE NOVO (CLIANT.COB) CONFIRME QUE O CPF NAO
      *    PERTENCE A OUTRO CLIENTE E O RELATORIO CPFDUPL LISTE OS
      *    CPF REPETIDOS. O NOME DE 20 POSICOES DO MASTER (CLI-NOME)
      *    CONTINUA SENDO O NOME CURTO DOS RELATORIOS; O NOME
      *    COMPLETO E O ENDERECO DE CORRESPONDENCIA FICAM AQUI.
      *    PRF-CPF E GUARDADO SO COM OS 11 DIGITOS (SEM PONTOS E
      *    TRACO); OS DOIS ULTIMOS SAO OS DIGITOS VERIFICADORES.
      *-----------------------------------------------------------
       01  PRF-REGISTRO.
           05  PRF-CLIENTE-ID          PIC 9(06).
           05  PRF-CPF                 PIC 9(11).
           05  PRF-NOME-COMPLETO       PIC X(60).
           05  PRF-DATA-NASCIMENTO     PIC 9(08).
           05  PRF-ENDERECO.
               10  PRF-LOGRADOURO      PIC X(40).
               10  PRF-BAIRRO          PIC X(20).
               10  PRF-CIDADE          PIC X(30).
               10  PRF-UF              PIC X(02).
               10  PRF-CEP             PIC 9(08).
               10  PRF-CEP-R REDEFINES PRF-CEP.
                   15  PRF-CEP-PREFIXO PIC 9(05).
                   15  PRF-CEP-SUFIXO  PIC 9(03).
           05  PRF-DATA-CADASTRO       PIC 9(08).
