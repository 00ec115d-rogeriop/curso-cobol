      *-----------------------------------------------------------
      *    LOGLAY.CPY
      *    LAYOUT DO REGISTRO DO LOG DE EXECUCOES (LOGEXEC). CADA
      *    PROGRAMA DO LOTE ACRESCENTA UM REGISTRO AO TERMINAR -
      *    NORMALMENTE OU POR ABORTO - COM A DATA, AS HORAS DE
      *    INICIO E FIM (HHMMSSCC), O RETURN-CODE DEVOLVIDO E TRES
      *    CONTAGENS DO PROCESSAMENTO. O ARQUIVO SO CRESCE, EM
      *    ORDEM CRONOLOGICA, E E LISTADO POR LOGDIA.
      *    LOG-DATA-ARQUIVO E A DATA DO ARQUIVO TRANSACOES
      *    (TCT-DATA-ARQUIVO EM TRANCTL) VALIDADO POR TRANEDIT OU
      *    APLICADO POR CLIENTES - ZERO NOS DEMAIS PROGRAMAS OU SEM
      *    TRANCTL. LOG-ALTERA-TRANSACOES = "S" MARCA A EXECUCAO
      *    QUE ACRESCENTOU REGISTROS AO ARQUIVO TRANSACOES (EX:
      *    JUROGER, ORDGER, JURODEV); CLIENTES NO LOTE SO ACEITA O
      *    ARQUIVO SE A ULTIMA EXECUCAO DE TRANEDIT PARA A MESMA
      *    DATA TERMINOU COM RETURN-CODE 0 E E POSTERIOR A ULTIMA
      *    ALTERACAO.
      *    SIGNIFICADO DAS CONTAGENS POR PROGRAMA
      *    (LIDOS / GRAVADOS / REJEITADOS):
      *      TRANEDIT: TRANSACOES LIDAS / - / EXCECOES DE EDICAO
      *      JUROGER : CLIENTES AVALIADOS / LANCAMENTOS DE JUROS
      *                GERADOS / -
      *      ORDGER  : ORDENS LIDAS / TRANSFERENCIAS GERADAS /
      *                OCORRENCIAS QUE FALHARAM
      *      JURODEV : CLIENTES LIDOS / COBRANCAS DE JUROS DEVEDORES
      *                GRAVADAS / COBRANCAS DESVIADAS PARA EXCECOES
      *      FECHAMES: CLIENTES LIDOS / SALDOS GRAVADOS NA
      *                FOTOGRAFIA / ERROS DE GRAVACAO
      *      CLIENTES: TRANSACOES SUBMETIDAS / CLIENTES GRAVADOS NO
      *                MASTER / TRANSACOES DESVIADAS PARA EXCECOES
      *                MAIS CLIENTES NOVOS REJEITADOS POR CPF
      *      CLISIMUL: SIMULACAO DO LOTE CLIENTES (MODO S), COM AS
      *                MESMAS CONTAGENS, PROJETADAS - NADA E GRAVADO
      *      BALANC3 : REGISTROS DE AUDITORIA DO JOB / - / QUEBRAS
      *      RECONAUD: CLIENTES CONFERIDOS / - / QUEBRAS
      *      TRIALBAL: CLIENTES LISTADOS / - / -
      *      EXPURGO : REGISTROS LIDOS / REGISTROS ARQUIVADOS
      *                (AUDITORIA MAIS HISTORICO NOS DOIS) / -
      *      DORMANT : CLIENTES AVALIADOS / DORMENTES / -
      *      EXCAGING: EXCECOES PENDENTES / - / ALERTAS
      *      EXTRATO : CLIENTES / MOVIMENTOS LISTADOS / -
      *      MONITRAN: LANCAMENTOS ANALISADOS / CLIENTES
      *                SINALIZADOS / -
      *      TARLISTA: TARIFAS LISTADAS / - / -
      *      CPFDUPL : PERFIS CONFERIDOS / CLIENTES COM CPF
      *                REPETIDO / CPF COM DIGITO INVALIDO
      *      DUPLPEND: REGISTROS DO LOG DE CONTROLE DUPLO /
      *                PEDIDOS PENDENTES LISTADOS / -
      *      HISINDEX: REGISTROS LIDOS (ARQUIVO MORTO MAIS
      *                TRANHIST) / GRAVADOS NO INDICE /
      *                LANCAMENTOS REPETIDOS DESPREZADOS
      *-----------------------------------------------------------
       01  LOG-REGISTRO.
           05  LOG-PROGRAMA            PIC X(08).
           05  LOG-DATA-EXECUCAO       PIC 9(08).
           05  LOG-HORA-INICIO         PIC 9(08).
           05  LOG-HORA-FIM            PIC 9(08).
           05  LOG-RETURN-CODE         PIC 9(04).
           05  LOG-DATA-ARQUIVO        PIC 9(08).
           05  LOG-ALTERA-TRANSACOES   PIC X(01).
               88  LOG-ALTEROU-TRANSACOES     VALUE "S".
               88  LOG-NAO-ALTEROU-TRANSACOES VALUE "N".
           05  LOG-QTDE-LIDOS          PIC 9(07).
           05  LOG-QTDE-GRAVADOS       PIC 9(07).
           05  LOG-QTDE-REJEITADOS     PIC 9(07).
