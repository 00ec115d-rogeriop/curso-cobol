      *    CLI-AGENCIA E O CODIGO DA AGENCIA DO CLIENTE (01-99),
      *    CAPTURADO NO CADASTRO E CARREGADO PARA O RAZAO-GL E OS
      *    SUBTOTAIS POR AGENCIA DO BALANCETE.
      *    CLI-STATUS "E" MARCA A CONTA ENCERRADA PELO PROGRAMA
      *    CLIMANUT (SO COM SALDO ZERO E SEM EXCECOES PENDENTES):
      *    O REGISTRO E MANTIDO NO MASTER PARA CONSULTA, MAS NAO
      *    RECEBE MAIS OPERACOES, JUROS NEM LINHA NO BALANCETE.
      *    NOME E AGENCIA SAO CORRIGIDOS POR CLIMANUT, QUE GRAVA
      *    CADA ALTERACAO NO LOG DE ALTERACOES DO MASTER (ALTLAY).
      *    CPF, NOME COMPLETO, NASCIMENTO E ENDERECO FICAM NO
      *    CADASTRO DE PERFIL (CLIPERF, COPY PRFLAY), DE MESMA
      *    CHAVE.
      *-----------------------------------------------------------
       01  CLI-REGISTRO.
           05  CLI-ID                  PIC 9(06).
           05  CLI-STATUS              PIC X(01).
               88  CLI-STATUS-ATIVO        VALUE "A".
               88  CLI-STATUS-BLOQUEADO    VALUE "B".
               88  CLI-STATUS-ENCERRADO    VALUE "E".
           05  CLI-LIMITE              PIC S9(05)V99.
           05  CLI-AGENCIA             PIC 9(02).
