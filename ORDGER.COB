      *-----------------------------------------------------------
      *    PROGRAM-ID. ORDGER.
      *    GERADOR DAS TRANSFERENCIAS DE ORDENS PERMANENTES.
      *    EXECUTADO NO LOTE NOTURNO ANTES DE TRANEDIT E CLIENTES,
      *    PERCORRE O ARQUIVO ORDPERM (COPY OPMLAY) E, PARA CADA
      *    ORDEM ATIVA VENCIDA NA DATA DE PROCESSAMENTO, GRAVA UM
      *    LANCAMENTO TRANSFER EM TRANSACOES (NO MESMO FORMATO DE
      *    UM LANCAMENTO DIGITADO) E AVANCA O PROXIMO VENCIMENTO
      *    CONFORME A FREQUENCIA DA ORDEM.
      *    ANTES, CONFERE A OCORRENCIA GERADA NA EXECUCAO ANTERIOR:
      *    SE O LADO DEBITADO (TRANSF-D) ESTA NO HISTORICO, ELA FOI
      *    EXECUTADA; SE NAO ESTA - DESVIADA PARA EXCECOES OU NAO
      *    APLICADA - FALHOU E E RETENTADA A CADA DIA ATE O LIMITE
      *    DE DIAS INFORMADO, CONTADO DO VENCIMENTO. ESGOTADO O
      *    LIMITE, SE O PROXIMO VENCIMENTO CHEGAR COM A OCORRENCIA
      *    AINDA EM ABERTO, OU SE UM DOS CLIENTES NAO EXISTIR MAIS
      *    OU ESTIVER ENCERRADO, A ORDEM E SUSPENSA. A EXCECAO
      *    PENDENTE DE UMA OCORRENCIA RETENTADA E MARCADA COMO
      *    REJEITADA, PARA QUE UMA APROVACAO TARDIA EM EXCREVIS NAO
      *    TRANSFIRA O VALOR DUAS VEZES; A DE UMA ORDEM SUSPENSA
      *    FICA PENDENTE PARA A REVISAO MANUAL. SE A EXCECAO REJEITADA
      *    TINHA UMA APROVACAO AGUARDANDO SEGUNDA ASSINATURA NO LOG
      *    DE CONTROLE DUPLO (DUPLCTL), O PEDIDO E RECUSADO JUNTO.
      *    O RELATORIO ORDGREL LISTA AS TRANSFERENCIAS GERADAS,
      *    EXECUTADAS, FALHAS, NOVAS TENTATIVAS, SUSPENSOES E
      *    ENCERRAMENTOS DA EXECUCAO.
      *    DATA DE PROCESSAMENTO E LIMITE DE DIAS DE RETENTATIVA VEM
      *    DO CARTAO DE PARAMETRO (PARM-1/PARM-2) OU DO CONSOLE.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-14  RPO    PROGRAMA CRIADO.
      *    2026-10-15  RPO    A OCORRENCIA E CONFERIDA PELA DATA DE
      *                       PROCESSAMENTO; A REJEICAO DA EXCECAO
      *                       RECUSA TAMBEM O PEDIDO PENDENTE EM
      *                       DUPLCTL.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDGER.
       AUTHOR. EQUIPE-CONTAS.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-PERMANENTES ASSIGN TO "ORDPERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPM-ID
               FILE STATUS IS WRK-FS-ORDENS.
           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               FILE STATUS IS WRK-FS-MASTER.
           SELECT TRANSACOES      ASSIGN TO "TRANSACO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANSACOES.
           SELECT TRANSACOES-HISTORICO ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT EXCECOES        ASSIGN TO "EXCECOES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCECOES.
           SELECT CONTROLE-DUPLO  ASSIGN TO "DUPLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCT-CHAVE
               FILE STATUS IS WRK-FS-DUPLCTL.
           SELECT RELATORIO-ORDENS ASSIGN TO "ORDGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT PARAMETROS      ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENS-PERMANENTES
           LABEL RECORD IS STANDARD.
           COPY OPMLAY.

       FD  CLIENTE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMAST.

       FD  TRANSACOES
           LABEL RECORD IS STANDARD.
           COPY TRANLAY.

       FD  TRANSACOES-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY THSLAY.

       FD  EXCECOES
           LABEL RECORD IS STANDARD.
           COPY EXCLAY.

       FD  CONTROLE-DUPLO
           LABEL RECORD IS STANDARD.
           COPY DCTLAY.

       FD  RELATORIO-ORDENS
           LABEL RECORD IS STANDARD.
           COPY OPRLAY.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PRMLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-ORDENS      PICTURE X(02) VALUE "00".
       01  WRK-FS-MASTER      PICTURE X(02) VALUE "00".
       01  WRK-FS-TRANSACOES  PICTURE X(02) VALUE "00".
       01  WRK-FS-HISTORICO   PICTURE X(02) VALUE "00".
       01  WRK-FS-EXCECOES    PICTURE X(02) VALUE "00".
       01  WRK-FS-RELATORIO   PICTURE X(02) VALUE "00".
       01  WRK-FS-DUPLCTL     PICTURE X(02) VALUE "00".
       01  WRK-FS-PARAMETROS  PICTURE X(02) VALUE "00".
       01  WRK-ORDENS-FIM     PICTURE X(01) VALUE "N".
           88  FIM-DE-ORDENS            VALUE "S".
           88  NAO-FIM-DE-ORDENS        VALUE "N".
       01  WRK-HISTORICO-FIM  PICTURE X(01) VALUE "N".
           88  FIM-DE-HISTORICO         VALUE "S".
           88  NAO-FIM-DE-HISTORICO     VALUE "N".
       01  WRK-EXCECOES-FIM   PICTURE X(01) VALUE "N".
           88  FIM-DE-EXCECOES          VALUE "S".
           88  NAO-FIM-DE-EXCECOES      VALUE "N".
       01  WRK-DUPLCTL-FIM    PICTURE X(01) VALUE "N".
           88  FIM-DE-DUPLCTL           VALUE "S".
           88  NAO-FIM-DE-DUPLCTL       VALUE "N".
       01  WRK-DUPLCTL-ABERTO PICTURE X(01) VALUE "N".
           88  DUPLCTL-ABERTO           VALUE "S".
           88  DUPLCTL-FECHADO          VALUE "N".
       01  WRK-PEDIDO-ACHADO  PICTURE X(01) VALUE "N".
           88  PEDIDO-FOI-ENCONTRADO    VALUE "S".
           88  PEDIDO-NAO-FOI-ENCONTRADO VALUE "N".
      *    PROGRAMA QUE GRAVA OS PEDIDOS DE APROVACAO DE EXCECAO NO
      *    LOG DE CONTROLE DUPLO (PRIMEIRA PARTE DE DCT-CHAVE).
       01  WRK-PROGRAMA-PEDIDO PICTURE X(08) VALUE "EXCREVIS".
       01  WRK-HORA-ATUAL     PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-ATUAL     PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-PROCESSAMENTO PICTURE 9(08) VALUE ZEROS.
       01  WRK-DIAS-RETENTATIVA   PICTURE 9(03) VALUE ZEROS.
       01  WRK-NOME-PROGRAMA  PICTURE X(08) VALUE "ORDGER".
       01  WRK-PARM-PRESENTE  PICTURE X(01) VALUE "N".
           88  PARM-PRESENTE             VALUE "S".
           88  PARM-AUSENTE              VALUE "N".
       01  WRK-PARM-FIM       PICTURE X(01) VALUE "N".
           88  FIM-DE-PARAMETROS         VALUE "S".
           88  NAO-FIM-DE-PARAMETROS     VALUE "N".
       01  WRK-PARM-DATA          PICTURE X(08) VALUE SPACES.
       01  WRK-PARM-DIAS          PICTURE X(08) VALUE SPACES.
      *    AREA COMUM DE OBTENCAO DE UM PARAMETRO NUMERICO, DO
      *    CARTAO OU DO CONSOLE (1210-OBTER-NUMERO).
       01  WRK-TEXTO-PROMPT       PICTURE X(60) VALUE SPACES.
       01  WRK-PARM-CORRENTE      PICTURE X(08) VALUE SPACES.
       01  WRK-ENTRADA-NUMERICA   PICTURE X(08) VALUE SPACES.
       01  WRK-VALOR-NUMERICO     PICTURE 9(08) VALUE ZEROS.
       01  WRK-MINIMO-ACEITO      PICTURE 9(08) VALUE ZEROS.
       01  WRK-MAXIMO-ACEITO      PICTURE 9(08) VALUE ZEROS.
       01  WRK-NUMERO-VALIDO      PICTURE X(01) VALUE "N".
           88  NUMERO-E-VALIDO           VALUE "S".
           88  NUMERO-NAO-E-VALIDO       VALUE "N".
       01  WRK-DATA-VALIDA        PICTURE X(01) VALUE "N".
           88  DATA-E-VALIDA             VALUE "S".
           88  DATA-NAO-E-VALIDA         VALUE "N".
      *    CALCULO DE DATAS: WRK-DATA-CALCULO RECEBE A DATA A
      *    VALIDAR OU A AVANCAR; WRK-DATA-AUXILIAR E O PRIMEIRO DIA
      *    DE UM MES, USADO PARA CONTAR OS DIAS DO MES (7000).
       01  WRK-DATA-CALCULO       PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-CALCULO-R REDEFINES WRK-DATA-CALCULO.
           05  WRK-DC-ANO         PICTURE 9(04).
           05  WRK-DC-MES         PICTURE 9(02).
           05  WRK-DC-DIA         PICTURE 9(02).
       01  WRK-DATA-AUXILIAR      PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-AUXILIAR-R REDEFINES WRK-DATA-AUXILIAR.
           05  WRK-DA-ANO         PICTURE 9(04).
           05  WRK-DA-MES         PICTURE 9(02).
           05  WRK-DA-DIA         PICTURE 9(02).
       01  WRK-DIAS-NO-MES        PICTURE 9(02) VALUE ZEROS.
       01  WRK-DIA-JULIANO        PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-DIAS-EM-ABERTO     PICTURE S9(07) COMP VALUE ZERO.
      *    OCORRENCIAS GERADAS EM EXECUCOES ANTERIORES A CONFERIR
      *    CONTRA O HISTORICO E AS EXCECOES, EM ORDEM DE OPM-ID (A
      *    ORDEM DE LEITURA DO ARQUIVO). RESULTADO: "N" NAO
      *    APLICADA, "H" EXECUTADA (TRANSF-D NO HISTORICO), "X"
      *    DESVIADA PARA EXCECOES. ACAO EM CASO DE FALHA: "R"
      *    RETENTAR, "S" SUSPENDER POR RETENTATIVAS ESGOTADAS, "V"
      *    SUSPENDER POR NOVO VENCIMENTO, "C" SUSPENDER POR CLIENTE
      *    INVALIDO, "P" NENHUMA (ORDEM NAO ESTA ATIVA).
       01  WRK-SUB-CNF            PICTURE 9(05) COMP VALUE ZERO.
       01  WRK-TOTAL-CONFERIR     PICTURE 9(05) COMP VALUE ZERO.
       01  WRK-DATA-MINIMA-CONFERENCIA PICTURE 9(08) VALUE ZEROS.
       01  WRK-TABELA-CONFERENCIA.
           05  WRK-CNF-TAB OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-TOTAL-CONFERIR
                   ASCENDING KEY IS WRK-CNF-ORDEM-TAB
                   INDEXED BY WRK-IDX-CNF.
               10  WRK-CNF-ORDEM-TAB      PICTURE 9(06).
               10  WRK-CNF-ORIGEM-TAB     PICTURE 9(06).
               10  WRK-CNF-DESTINO-TAB    PICTURE 9(06).
               10  WRK-CNF-VALOR-TAB      PICTURE S9(05)V99.
               10  WRK-CNF-DATA-TAB       PICTURE 9(08).
               10  WRK-CNF-RESULTADO-TAB  PICTURE X(01).
               10  WRK-CNF-ACAO-TAB       PICTURE X(01).
       01  WRK-CONFERENCIA-ACHADA PICTURE X(01) VALUE "N".
           88  CONFERENCIA-ACHADA        VALUE "S".
           88  CONFERENCIA-NAO-ACHADA    VALUE "N".
       01  WRK-ACAO-FALHA         PICTURE X(01) VALUE SPACES.
           88  ACAO-RETENTAR             VALUE "R".
           88  ACAO-SUSPENDER-PRAZO      VALUE "S".
           88  ACAO-SUSPENDER-VENCIMENTO VALUE "V".
           88  ACAO-SUSPENDER-CLIENTE    VALUE "C".
           88  ACAO-NENHUMA              VALUE "P".
       01  WRK-RESULTADO-CONFERENCIA PICTURE X(01) VALUE SPACES.
           88  RESULTADO-EXECUTADA       VALUE "H".
           88  RESULTADO-EM-EXCECOES     VALUE "X".
           88  RESULTADO-NAO-APLICADA    VALUE "N".
       01  WRK-CLIENTES-OK        PICTURE X(01) VALUE "N".
           88  CLIENTES-VALIDOS          VALUE "S".
           88  CLIENTES-INVALIDOS        VALUE "N".
       01  WRK-ORDEM-ALTERADA     PICTURE X(01) VALUE "N".
           88  ORDEM-ALTERADA            VALUE "S".
           88  ORDEM-NAO-ALTERADA        VALUE "N".
       01  WRK-SITUACAO-EVENTO    PICTURE X(11) VALUE SPACES.
       01  WRK-OBSERVACAO-EVENTO  PICTURE X(40) VALUE SPACES.
       01  WRK-OBS-PROXIMO.
           05  FILLER             PICTURE X(19)
               VALUE "PROXIMO VENCIMENTO ".
           05  WRK-OBS-PROXIMA-DATA PICTURE 9(08).
       01  WRK-TOTAL-LIDAS        PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-GERADAS      PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-RETENTATIVAS PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-EXECUTADAS   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-FALHAS       PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-SUSPENSAS    PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-ENCERRADAS   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-SUBSTITUIDAS PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-NAO-CONFERIDAS PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TITULO.
           05  FILLER             PICTURE X(39)
               VALUE "ORDENS PERMANENTES - PROCESSAMENTO DE ".
           05  WRK-TIT-DATA       PICTURE 9(08).
           05  FILLER             PICTURE X(20)
               VALUE "  RETENTATIVA ATE ".
           05  WRK-TIT-DIAS       PICTURE ZZ9.
           05  FILLER             PICTURE X(05) VALUE " DIAS".
       01  WRK-TITULO-COLUNAS.
           05  FILLER             PICTURE X(29)
               VALUE "ORDEM   ORIGEM  DESTINO      ".
           05  FILLER             PICTURE X(30)
               VALUE "VALOR  VENCTO    TNT  SITUACAO".
           05  FILLER             PICTURE X(15)
               VALUE "     OBSERVACAO".
       01  WRK-FS-LOG             PICTURE X(02) VALUE "00".
       01  WRK-LOG-DATA           PICTURE 9(08) VALUE ZEROS.
       01  WRK-LOG-HORA-INICIO    PICTURE 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA-INICIO FROM TIME.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           PERFORM 1300-LER-PARAMETROS THRU 1300-EXIT.
           PERFORM 1200-OBTER-PARAMETROS THRU 1200-EXIT.
           PERFORM 1100-GRAVAR-CABECALHO THRU 1100-EXIT.
           PERFORM 2000-CARREGAR-CONFERENCIA THRU 2000-EXIT.
           IF WRK-TOTAL-CONFERIR > 0
               PERFORM 2200-CONFERIR-HISTORICO THRU 2200-EXIT
               PERFORM 2400-CONFERIR-EXCECOES THRU 2400-EXIT
           END-IF.
           PERFORM 3000-PROCESSAR-ORDENS THRU 3000-EXIT.
           PERFORM 8000-GRAVAR-TOTAIS THRU 8000-EXIT.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *    SEM ARQUIVO DE ORDENS NAO HA O QUE GERAR: A EXECUCAO
      *    TERMINA NORMALMENTE, PARA NAO PARAR O LOTE NOTURNO.
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT ORDENS-PERMANENTES.
           IF WRK-FS-ORDENS = "35"
               DISPLAY "ARQUIVO ORDPERM NAO ENCONTRADO - NENHUMA "
                       "ORDEM PERMANENTE CADASTRADA"
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTE-MASTER.
           IF WRK-FS-MASTER = "35"
               DISPLAY "ARQUIVO CLIENTE-MASTER NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN EXTEND TRANSACOES.
           IF WRK-FS-TRANSACOES = "35"
               OPEN OUTPUT TRANSACOES
           END-IF.
           OPEN OUTPUT RELATORIO-ORDENS.
           MOVE WRK-DATA-ATUAL TO WRK-DATA-PROCESSAMENTO.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1100-GRAVAR-CABECALHO
      *-----------------------------------------------------------
       1100-GRAVAR-CABECALHO.
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-TIT-DATA.
           MOVE WRK-DIAS-RETENTATIVA   TO WRK-TIT-DIAS.
           MOVE SPACES             TO OPR-LINHA.
           MOVE WRK-TITULO         TO OPR-CAB-TEXTO.
           WRITE OPR-LINHA.
           MOVE SPACES             TO OPR-LINHA.
           WRITE OPR-LINHA.
           MOVE SPACES             TO OPR-LINHA.
           MOVE WRK-TITULO-COLUNAS TO OPR-CAB-TEXTO.
           WRITE OPR-LINHA.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1200-OBTER-PARAMETROS
      *    DATA DE PROCESSAMENTO (AS ORDENS VENCIDAS ATE ELA SAO
      *    GERADAS) E QUANTOS DIAS, CONTADOS DO VENCIMENTO, UMA
      *    OCORRENCIA QUE FALHOU CONTINUA SENDO RETENTADA. COM
      *    CARTAO, UM VALOR INVALIDO ABORTA A EXECUCAO; SEM CARTAO,
      *    O PROMPT E RE-EXIBIDO.
      *-----------------------------------------------------------
       1200-OBTER-PARAMETROS.
           PERFORM 1250-OBTER-DATA-PROCESSAMENTO THRU 1250-EXIT.
           MOVE "DIAS DE RETENTATIVA APOS FALHA (0-999)"
               TO WRK-TEXTO-PROMPT.
           MOVE WRK-PARM-DIAS TO WRK-PARM-CORRENTE.
           MOVE 0     TO WRK-MINIMO-ACEITO.
           MOVE 999   TO WRK-MAXIMO-ACEITO.
           PERFORM 1210-OBTER-NUMERO THRU 1210-EXIT.
           MOVE WRK-VALOR-NUMERICO TO WRK-DIAS-RETENTATIVA.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1210-OBTER-NUMERO
      *    DEVOLVE EM WRK-VALOR-NUMERICO O PARAMETRO DESCRITO EM
      *    WRK-TEXTO-PROMPT, ENTRE WRK-MINIMO-ACEITO E
      *    WRK-MAXIMO-ACEITO: DO CARTAO (WRK-PARM-CORRENTE) OU,
      *    SEM CARTAO, DO CONSOLE.
      *-----------------------------------------------------------
       1210-OBTER-NUMERO.
           SET NUMERO-NAO-E-VALIDO TO TRUE.
           IF PARM-PRESENTE
               MOVE WRK-PARM-CORRENTE TO WRK-ENTRADA-NUMERICA
               PERFORM 1230-VERIFICA-NUMERO THRU 1230-EXIT
               IF NUMERO-NAO-E-VALIDO
                   DISPLAY "PARAMETRO INVALIDO NO CARTAO - "
                           WRK-TEXTO-PROMPT
                   DISPLAY "EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
                   STOP RUN
               END-IF
           ELSE
               PERFORM 1220-ACEITA-NUMERO THRU 1220-EXIT
                   UNTIL NUMERO-E-VALIDO
           END-IF.
       1210-EXIT.
           EXIT.

       1220-ACEITA-NUMERO.
           DISPLAY WRK-TEXTO-PROMPT.
           MOVE SPACES TO WRK-ENTRADA-NUMERICA.
           ACCEPT WRK-ENTRADA-NUMERICA.
           PERFORM 1230-VERIFICA-NUMERO THRU 1230-EXIT.
           IF NUMERO-NAO-E-VALIDO
               DISPLAY "VALOR INVALIDO OU FORA DA FAIXA"
           END-IF.
       1220-EXIT.
           EXIT.

       1230-VERIFICA-NUMERO.
           IF FUNCTION TRIM(WRK-ENTRADA-NUMERICA) = SPACES
               OR FUNCTION TRIM(WRK-ENTRADA-NUMERICA) IS NOT NUMERIC
               GO TO 1230-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-ENTRADA-NUMERICA)
               TO WRK-VALOR-NUMERICO.
           IF WRK-VALOR-NUMERICO >= WRK-MINIMO-ACEITO
               AND WRK-VALOR-NUMERICO <= WRK-MAXIMO-ACEITO
               SET NUMERO-E-VALIDO TO TRUE
           END-IF.
       1230-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1250-OBTER-DATA-PROCESSAMENTO
      *    EM BRANCO, A DATA DE HOJE, JA ASSUMIDA COMO PADRAO.
      *-----------------------------------------------------------
       1250-OBTER-DATA-PROCESSAMENTO.
           SET DATA-NAO-E-VALIDA TO TRUE.
           IF PARM-PRESENTE
               MOVE WRK-PARM-DATA TO WRK-ENTRADA-NUMERICA
               PERFORM 1270-VERIFICA-DATA THRU 1270-EXIT
               IF DATA-NAO-E-VALIDA
                   DISPLAY "PARAMETRO DE DATA DE PROCESSAMENTO "
                           "INVALIDO NO CARTAO - EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
                   STOP RUN
               END-IF
           ELSE
               PERFORM 1260-ACEITA-DATA THRU 1260-EXIT
                   UNTIL DATA-E-VALIDA
           END-IF.
       1250-EXIT.
           EXIT.

       1260-ACEITA-DATA.
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD) - ENTER = HOJE"
                   ", " WRK-DATA-ATUAL.
           MOVE SPACES TO WRK-ENTRADA-NUMERICA.
           ACCEPT WRK-ENTRADA-NUMERICA.
           PERFORM 1270-VERIFICA-DATA THRU 1270-EXIT.
           IF DATA-NAO-E-VALIDA
               DISPLAY "DATA INVALIDA - USE AAAAMMDD"
           END-IF.
       1260-EXIT.
           EXIT.

       1270-VERIFICA-DATA.
           IF WRK-ENTRADA-NUMERICA = SPACES
               MOVE WRK-DATA-ATUAL TO WRK-DATA-PROCESSAMENTO
               SET DATA-E-VALIDA TO TRUE
               GO TO 1270-EXIT
           END-IF.
           IF WRK-ENTRADA-NUMERICA IS NOT NUMERIC
               GO TO 1270-EXIT
           END-IF.
           MOVE WRK-ENTRADA-NUMERICA TO WRK-DATA-CALCULO.
           IF WRK-DC-ANO < 1601
               OR WRK-DC-MES < 1 OR WRK-DC-MES > 12
               OR WRK-DC-DIA < 1
               GO TO 1270-EXIT
           END-IF.
           PERFORM 7000-CALCULAR-DIAS-NO-MES THRU 7000-EXIT.
           IF WRK-DC-DIA > WRK-DIAS-NO-MES
               GO TO 1270-EXIT
           END-IF.
           MOVE WRK-DATA-CALCULO TO WRK-DATA-PROCESSAMENTO.
           SET DATA-E-VALIDA TO TRUE.
       1270-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1300-LER-PARAMETROS
      *    PROCURA NO ARQUIVO DE CARTOES DE PARAMETRO O REGISTRO
      *    DESTE PROGRAMA (PRM-PROGRAMA = ORDGER), PARA QUE UMA
      *    EXECUCAO AGENDADA NAO PRECISE DE OPERADOR NO CONSOLE.
      *    SEM ARQUIVO OU SEM CARTAO PARA O PROGRAMA, OS PROMPTS
      *    DE CONSOLE CONTINUAM VALENDO.
      *-----------------------------------------------------------
       1300-LER-PARAMETROS.
           SET PARM-AUSENTE TO TRUE.
           SET NAO-FIM-DE-PARAMETROS TO TRUE.
           OPEN INPUT PARAMETROS.
           IF WRK-FS-PARAMETROS = "35"
               SET FIM-DE-PARAMETROS TO TRUE
           ELSE
               PERFORM 1310-PROCURAR-PARAMETRO THRU 1310-EXIT
                   UNTIL PARM-PRESENTE OR FIM-DE-PARAMETROS
               CLOSE PARAMETROS
           END-IF.
           IF PARM-PRESENTE
               DISPLAY "PARAMETROS LIDOS DO CARTAO - EXECUCAO SEM "
                       "OPERADOR"
           END-IF.
       1300-EXIT.
           EXIT.

       1310-PROCURAR-PARAMETRO.
           READ PARAMETROS
               AT END
                   SET FIM-DE-PARAMETROS TO TRUE
               NOT AT END
                   IF PRM-PROGRAMA = WRK-NOME-PROGRAMA
                       SET PARM-PRESENTE TO TRUE
                       MOVE PRM-PARM-1 TO WRK-PARM-DATA
                       MOVE PRM-PARM-2 TO WRK-PARM-DIAS
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2000-CARREGAR-CONFERENCIA
      *    PRIMEIRA PASSAGEM PELAS ORDENS: SEPARA AS OCORRENCIAS
      *    GERADAS EM EXECUCOES ANTERIORES (AS DE HOJE AINDA NAO
      *    PASSARAM PELO CLIENTES) E DECIDE, DESDE JA, O QUE FAZER
      *    SE ELAS TIVEREM FALHADO - A DECISAO E NECESSARIA NA
      *    CONFERENCIA DAS EXCECOES (2400).
      *-----------------------------------------------------------
       2000-CARREGAR-CONFERENCIA.
           MOVE ZERO TO WRK-TOTAL-CONFERIR.
           MOVE 99999999 TO WRK-DATA-MINIMA-CONFERENCIA.
           SET NAO-FIM-DE-ORDENS TO TRUE.
           PERFORM 2050-LER-ORDEM THRU 2050-EXIT.
           PERFORM 2100-SELECIONAR-CONFERENCIA THRU 2100-EXIT
               UNTIL FIM-DE-ORDENS.
           CLOSE ORDENS-PERMANENTES.
       2000-EXIT.
           EXIT.

       2050-LER-ORDEM.
           READ ORDENS-PERMANENTES
               AT END
                   SET FIM-DE-ORDENS TO TRUE
           END-READ.
       2050-EXIT.
           EXIT.

       2100-SELECIONAR-CONFERENCIA.
           IF OPM-OCORRENCIA-GERADA
               AND OPM-DATA-GERACAO < WRK-DATA-PROCESSAMENTO
               IF WRK-TOTAL-CONFERIR < 5000
                   ADD 1 TO WRK-TOTAL-CONFERIR
                   MOVE WRK-TOTAL-CONFERIR TO WRK-SUB-CNF
                   MOVE OPM-ID
                       TO WRK-CNF-ORDEM-TAB (WRK-SUB-CNF)
                   MOVE OPM-CLIENTE-ORIGEM
                       TO WRK-CNF-ORIGEM-TAB (WRK-SUB-CNF)
                   MOVE OPM-CLIENTE-DESTINO
                       TO WRK-CNF-DESTINO-TAB (WRK-SUB-CNF)
                   MOVE OPM-VALOR-OCORRENCIA
                       TO WRK-CNF-VALOR-TAB (WRK-SUB-CNF)
                   MOVE OPM-DATA-GERACAO
                       TO WRK-CNF-DATA-TAB (WRK-SUB-CNF)
                   MOVE "N" TO WRK-CNF-RESULTADO-TAB (WRK-SUB-CNF)
                   PERFORM 2150-DECIDIR-ACAO-FALHA THRU 2150-EXIT
                   MOVE WRK-ACAO-FALHA
                       TO WRK-CNF-ACAO-TAB (WRK-SUB-CNF)
                   IF OPM-DATA-GERACAO < WRK-DATA-MINIMA-CONFERENCIA
                       MOVE OPM-DATA-GERACAO
                           TO WRK-DATA-MINIMA-CONFERENCIA
                   END-IF
               ELSE
                   DISPLAY "ORDENS A CONFERIR EXCEDEM O TAMANHO "
                           "MAXIMO DA TABELA - ORDEM " OPM-ID
                           " FICA PARA A PROXIMA EXECUCAO"
               END-IF
           END-IF.
           PERFORM 2050-LER-ORDEM THRU 2050-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2150-DECIDIR-ACAO-FALHA
      *    UMA OCORRENCIA QUE FALHOU SO E RETENTADA SE A ORDEM
      *    CONTINUA ATIVA, AINDA ESTA DENTRO DO LIMITE DE DIAS
      *    CONTADO DO VENCIMENTO, O PROXIMO VENCIMENTO NAO CHEGOU
      *    E OS DOIS CLIENTES CONTINUAM VALIDOS.
      *-----------------------------------------------------------
       2150-DECIDIR-ACAO-FALHA.
           IF NOT OPM-STATUS-ATIVA
               SET ACAO-NENHUMA TO TRUE
               GO TO 2150-EXIT
           END-IF.
           COMPUTE WRK-DIAS-EM-ABERTO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PROCESSAMENTO)
               - FUNCTION INTEGER-OF-DATE(OPM-DATA-REFERENCIA).
           IF WRK-DIAS-EM-ABERTO > WRK-DIAS-RETENTATIVA
               SET ACAO-SUSPENDER-PRAZO TO TRUE
               GO TO 2150-EXIT
           END-IF.
           IF OPM-PROXIMA-DATA NOT = ZEROS
               AND OPM-PROXIMA-DATA NOT > WRK-DATA-PROCESSAMENTO
               SET ACAO-SUSPENDER-VENCIMENTO TO TRUE
               GO TO 2150-EXIT
           END-IF.
           PERFORM 3700-VERIFICAR-CLIENTES THRU 3700-EXIT.
           IF CLIENTES-INVALIDOS
               SET ACAO-SUSPENDER-CLIENTE TO TRUE
           ELSE
               SET ACAO-RETENTAR TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2200-CONFERIR-HISTORICO
      *    A OCORRENCIA FOI EXECUTADA SE O HISTORICO TEM O LADO
      *    DEBITADO (TRANSF-D) DA ORIGEM PARA O DESTINO, NO VALOR
      *    GERADO, COM DATA IGUAL OU POSTERIOR A GERACAO - PELO
      *    CLIENTES OU POR UMA APROVACAO EM EXCREVIS.
      *-----------------------------------------------------------
       2200-CONFERIR-HISTORICO.
           SET NAO-FIM-DE-HISTORICO TO TRUE.
           OPEN INPUT TRANSACOES-HISTORICO.
           IF WRK-FS-HISTORICO = "35"
               DISPLAY "ARQUIVO TRANSACOES-HISTORICO NAO ENCONTRADO "
                       "- NENHUMA TRANSFERENCIA CONFIRMADA"
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-LER-HISTORICO THRU 2210-EXIT.
           PERFORM 2250-AVALIAR-HISTORICO THRU 2250-EXIT
               UNTIL FIM-DE-HISTORICO.
           CLOSE TRANSACOES-HISTORICO.
       2200-EXIT.
           EXIT.

       2210-LER-HISTORICO.
           READ TRANSACOES-HISTORICO
               AT END
                   SET FIM-DE-HISTORICO TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.

       2250-AVALIAR-HISTORICO.
           IF HIS-COD-OPERACAO = "TRANSF-D"
               AND HIS-DATA NOT < WRK-DATA-MINIMA-CONFERENCIA
               SET CONFERENCIA-NAO-ACHADA TO TRUE
               PERFORM 2260-CASAR-HISTORICO THRU 2260-EXIT
                   VARYING WRK-SUB-CNF FROM 1 BY 1
                   UNTIL WRK-SUB-CNF > WRK-TOTAL-CONFERIR
                      OR CONFERENCIA-ACHADA
           END-IF.
           PERFORM 2210-LER-HISTORICO THRU 2210-EXIT.
       2250-EXIT.
           EXIT.

       2260-CASAR-HISTORICO.
           IF WRK-CNF-RESULTADO-TAB (WRK-SUB-CNF) NOT = "H"
               AND WRK-CNF-ORIGEM-TAB (WRK-SUB-CNF) = HIS-CLIENTE-ID
               AND WRK-CNF-DESTINO-TAB (WRK-SUB-CNF) = HIS-CONTRAPARTE
               AND WRK-CNF-VALOR-TAB (WRK-SUB-CNF) = HIS-VALOR
               AND HIS-DATA NOT < WRK-CNF-DATA-TAB (WRK-SUB-CNF)
               MOVE "H" TO WRK-CNF-RESULTADO-TAB (WRK-SUB-CNF)
               SET CONFERENCIA-ACHADA TO TRUE
           END-IF.
       2260-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2400-CONFERIR-EXCECOES
      *    LOCALIZA A EXCECAO PENDENTE DE CADA OCORRENCIA NAO
      *    EXECUTADA. QUANDO A OCORRENCIA VAI SER RETENTADA, A
      *    EXCECAO E MARCADA COMO REJEITADA (A NOVA TENTATIVA A
      *    SUBSTITUI); NOS DEMAIS CASOS FICA PENDENTE PARA A
      *    REVISAO MANUAL. SEM O LOG DE CONTROLE DUPLO NAO HA
      *    PEDIDO DE APROVACAO A RECUSAR.
      *-----------------------------------------------------------
       2400-CONFERIR-EXCECOES.
           SET NAO-FIM-DE-EXCECOES TO TRUE.
           OPEN I-O EXCECOES.
           IF WRK-FS-EXCECOES = "35"
               GO TO 2400-EXIT
           END-IF.
           SET DUPLCTL-FECHADO TO TRUE.
           OPEN I-O CONTROLE-DUPLO.
           IF WRK-FS-DUPLCTL = "00"
               SET DUPLCTL-ABERTO TO TRUE
           END-IF.
           PERFORM 2410-LER-EXCECAO THRU 2410-EXIT.
           PERFORM 2450-AVALIAR-EXCECAO THRU 2450-EXIT
               UNTIL FIM-DE-EXCECOES.
           CLOSE EXCECOES.
           IF DUPLCTL-ABERTO
               CLOSE CONTROLE-DUPLO
           END-IF.
       2400-EXIT.
           EXIT.

       2410-LER-EXCECAO.
           READ EXCECOES
               AT END
                   SET FIM-DE-EXCECOES TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.

       2450-AVALIAR-EXCECAO.
           IF EXC-OP-TRANSFERENCIA
               AND EXC-STATUS-PENDENTE
               AND EXC-DATA NOT < WRK-DATA-MINIMA-CONFERENCIA
               SET CONFERENCIA-NAO-ACHADA TO TRUE
               PERFORM 2460-CASAR-EXCECAO THRU 2460-EXIT
                   VARYING WRK-SUB-CNF FROM 1 BY 1
                   UNTIL WRK-SUB-CNF > WRK-TOTAL-CONFERIR
                      OR CONFERENCIA-ACHADA
           END-IF.
           PERFORM 2410-LER-EXCECAO THRU 2410-EXIT.
       2450-EXIT.
           EXIT.

       2460-CASAR-EXCECAO.
           IF WRK-CNF-RESULTADO-TAB (WRK-SUB-CNF) = "N"
               AND WRK-CNF-ORIGEM-TAB (WRK-SUB-CNF) = EXC-CLIENTE-ID
               AND WRK-CNF-DESTINO-TAB (WRK-SUB-CNF)
                   = EXC-CLIENTE-DESTINO
               AND WRK-CNF-VALOR-TAB (WRK-SUB-CNF)
                   = EXC-VALOR-OPERACAO
               AND EXC-DATA NOT < WRK-CNF-DATA-TAB (WRK-SUB-CNF)
               MOVE "X" TO WRK-CNF-RESULTADO-TAB (WRK-SUB-CNF)
               SET CONFERENCIA-ACHADA TO TRUE
               IF WRK-CNF-ACAO-TAB (WRK-SUB-CNF) = "R"
                   SET EXC-STATUS-REJEITADA TO TRUE
                   REWRITE EXC-REGISTRO
                   IF WRK-FS-EXCECOES NOT = "00"
                       DISPLAY "ERRO AO REGRAVAR EXCECAO DA ORDEM "
                               WRK-CNF-ORDEM-TAB (WRK-SUB-CNF)
                               " - STATUS " WRK-FS-EXCECOES
                   ELSE
                       ADD 1 TO WRK-TOTAL-SUBSTITUIDAS
                       PERFORM 2470-RECUSAR-PEDIDO THRU 2470-EXIT
                   END-IF
               END-IF
           END-IF.
       2460-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2470-RECUSAR-PEDIDO
      *    PROCURA NO LOG DE CONTROLE DUPLO, COMO EXCREVIS, A
      *    APROVACAO DA EXCECAO REJEITADA AINDA PENDENTE DE SEGUNDA
      *    ASSINATURA (MESMO CLIENTE E OS MESMOS CAMPOS QUE
      *    IDENTIFICAM A EXCECAO) E A REGRAVA COMO RECUSADA, COM
      *    ESTE PROGRAMA NO LUGAR DO SEGUNDO OPERADOR.
      *-----------------------------------------------------------
       2470-RECUSAR-PEDIDO.
           IF DUPLCTL-FECHADO
               GO TO 2470-EXIT
           END-IF.
           SET PEDIDO-NAO-FOI-ENCONTRADO TO TRUE.
           SET NAO-FIM-DE-DUPLCTL TO TRUE.
           MOVE WRK-PROGRAMA-PEDIDO TO DCT-PROGRAMA.
           MOVE EXC-CLIENTE-ID      TO DCT-CLIENTE-ID.
           MOVE ZEROS               TO DCT-DATA-PEDIDO.
           MOVE ZEROS               TO DCT-HORA-PEDIDO.
           START CONTROLE-DUPLO KEY IS NOT < DCT-CHAVE
               INVALID KEY
                   GO TO 2470-EXIT
           END-START.
           PERFORM 2480-LER-PEDIDO THRU 2480-EXIT
               UNTIL FIM-DE-DUPLCTL OR PEDIDO-FOI-ENCONTRADO.
           IF PEDIDO-NAO-FOI-ENCONTRADO
               GO TO 2470-EXIT
           END-IF.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           SET DCT-SITUACAO-RECUSADA TO TRUE.
           MOVE WRK-NOME-PROGRAMA TO DCT-CONFIRMADOR.
           MOVE WRK-DATA-ATUAL    TO DCT-DATA-DECISAO.
           MOVE WRK-HORA-ATUAL    TO DCT-HORA-DECISAO.
           REWRITE DCT-REGISTRO.
           IF WRK-FS-DUPLCTL NOT = "00"
               DISPLAY "ERRO NA REGRAVACAO DO LOG DE CONTROLE DUPLO "
                       "- ORDEM " WRK-CNF-ORDEM-TAB (WRK-SUB-CNF)
                       " - STATUS " WRK-FS-DUPLCTL
           END-IF.
       2470-EXIT.
           EXIT.

       2480-LER-PEDIDO.
           READ CONTROLE-DUPLO NEXT RECORD
               AT END
                   SET FIM-DE-DUPLCTL TO TRUE
                   GO TO 2480-EXIT
           END-READ.
           IF DCT-PROGRAMA NOT = WRK-PROGRAMA-PEDIDO
               OR DCT-CLIENTE-ID NOT = EXC-CLIENTE-ID
               SET FIM-DE-DUPLCTL TO TRUE
               GO TO 2480-EXIT
           END-IF.
           IF DCT-SITUACAO-PENDENTE
               AND DCT-EXC-DATA = EXC-DATA
               AND DCT-EXC-TIPO = EXC-TIPO-EXCECAO
               AND DCT-EXC-OPERACAO = EXC-OPERACAO
               AND DCT-VALOR-SOLICITADO = EXC-VALOR-OPERACAO
               AND DCT-EXC-DATA-ORIGEM = EXC-DATA-ORIGEM
               AND DCT-EXC-OPER-ORIGEM = EXC-OPER-ORIGEM
               AND DCT-EXC-CLIENTE-DESTINO = EXC-CLIENTE-DESTINO
               SET PEDIDO-FOI-ENCONTRADO TO TRUE
           END-IF.
       2480-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3000-PROCESSAR-ORDENS
      *    SEGUNDA PASSAGEM PELAS ORDENS, EM ATUALIZACAO: CONFERE
      *    A OCORRENCIA ANTERIOR, RETENTA OU SUSPENDE, GERA O
      *    VENCIMENTO DO DIA E ENCERRA A ORDEM QUE CHEGOU AO FIM.
      *-----------------------------------------------------------
       3000-PROCESSAR-ORDENS.
           OPEN I-O ORDENS-PERMANENTES.
           SET NAO-FIM-DE-ORDENS TO TRUE.
           PERFORM 2050-LER-ORDEM THRU 2050-EXIT.
           PERFORM 3100-AVALIAR-ORDEM THRU 3100-EXIT
               UNTIL FIM-DE-ORDENS.
       3000-EXIT.
           EXIT.

       3100-AVALIAR-ORDEM.
           ADD 1 TO WRK-TOTAL-LIDAS.
           SET ORDEM-NAO-ALTERADA TO TRUE.
           PERFORM 3150-TRATAR-ORDEM THRU 3150-EXIT.
           IF ORDEM-ALTERADA
               REWRITE OPM-REGISTRO
               IF WRK-FS-ORDENS NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR A ORDEM " OPM-ID
                           " - STATUS " WRK-FS-ORDENS
               END-IF
           END-IF.
           PERFORM 2050-LER-ORDEM THRU 2050-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3150-TRATAR-ORDEM
      *    UMA OCORRENCIA GERADA HOJE AINDA NAO FOI APLICADA PELO
      *    CLIENTES: NUMA SEGUNDA EXECUCAO NO MESMO DIA A ORDEM NAO
      *    E TOCADA, PARA NAO GERAR A TRANSFERENCIA DE NOVO.
      *-----------------------------------------------------------
       3150-TRATAR-ORDEM.
           IF OPM-OCORRENCIA-GERADA
               IF OPM-DATA-GERACAO NOT < WRK-DATA-PROCESSAMENTO
                   GO TO 3150-EXIT
               END-IF
               PERFORM 3200-CONFIRMAR-OCORRENCIA THRU 3200-EXIT
               IF OPM-OCORRENCIA-GERADA
                   GO TO 3150-EXIT
               END-IF
               IF OPM-OCORRENCIA-FALHOU
                   PERFORM 3300-TRATAR-FALHA THRU 3300-EXIT
                   GO TO 3150-EXIT
               END-IF
           END-IF.
           IF NOT OPM-STATUS-ATIVA
               GO TO 3150-EXIT
           END-IF.
           IF OPM-PROXIMA-DATA NOT = ZEROS
               AND OPM-PROXIMA-DATA NOT > WRK-DATA-PROCESSAMENTO
               PERFORM 3500-GERAR-VENCIMENTO THRU 3500-EXIT
               GO TO 3150-EXIT
           END-IF.
           IF OPM-PROXIMA-DATA = ZEROS
               AND OPM-SEM-OCORRENCIA
               SET OPM-STATUS-ENCERRADA TO TRUE
               SET ORDEM-ALTERADA TO TRUE
               ADD 1 TO WRK-TOTAL-ENCERRADAS
               MOVE "ENCERRADA" TO WRK-SITUACAO-EVENTO
               MOVE "DATA FINAL DA ORDEM ATINGIDA"
                   TO WRK-OBSERVACAO-EVENTO
               PERFORM 4000-GRAVAR-EVENTO THRU 4000-EXIT
           END-IF.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3200-CONFIRMAR-OCORRENCIA
      *    APLICA A ORDEM O RESULTADO DA CONFERENCIA. UMA ORDEM QUE
      *    NAO COUBE NA TABELA CONTINUA COM A OCORRENCIA GERADA E E
      *    CONFERIDA NA PROXIMA EXECUCAO.
      *-----------------------------------------------------------
       3200-CONFIRMAR-OCORRENCIA.
           SET CONFERENCIA-NAO-ACHADA TO TRUE.
           IF WRK-TOTAL-CONFERIR > 0
               SEARCH ALL WRK-CNF-TAB
                   AT END
                       CONTINUE
                   WHEN WRK-CNF-ORDEM-TAB (WRK-IDX-CNF) = OPM-ID
                       SET CONFERENCIA-ACHADA TO TRUE
               END-SEARCH
           END-IF.
           IF CONFERENCIA-NAO-ACHADA
               ADD 1 TO WRK-TOTAL-NAO-CONFERIDAS
               GO TO 3200-EXIT
           END-IF.
           SET ORDEM-ALTERADA TO TRUE.
           MOVE WRK-CNF-RESULTADO-TAB (WRK-IDX-CNF)
               TO WRK-RESULTADO-CONFERENCIA.
           MOVE WRK-CNF-ACAO-TAB (WRK-IDX-CNF) TO WRK-ACAO-FALHA.
           IF RESULTADO-EXECUTADA
               ADD 1 TO WRK-TOTAL-EXECUTADAS
               MOVE OPM-DATA-REFERENCIA TO OPM-DATA-ULTIMA-EXECUCAO
               MOVE "EXECUTADA" TO WRK-SITUACAO-EVENTO
               MOVE "TRANSFERENCIA CONFIRMADA NO HISTORICO"
                   TO WRK-OBSERVACAO-EVENTO
               PERFORM 4000-GRAVAR-EVENTO THRU 4000-EXIT
               SET OPM-SEM-OCORRENCIA TO TRUE
               MOVE ZEROS TO OPM-QTDE-TENTATIVAS
           ELSE
               ADD 1 TO WRK-TOTAL-FALHAS
               SET OPM-OCORRENCIA-FALHOU TO TRUE
               MOVE "FALHOU" TO WRK-SITUACAO-EVENTO
               IF RESULTADO-EM-EXCECOES
                   MOVE "TRANSFERENCIA DESVIADA PARA EXCECOES"
                       TO WRK-OBSERVACAO-EVENTO
               ELSE
                   MOVE "TRANSFERENCIA NAO APLICADA PELO CLIENTES"
                       TO WRK-OBSERVACAO-EVENTO
               END-IF
               PERFORM 4000-GRAVAR-EVENTO THRU 4000-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3300-TRATAR-FALHA
      *    EXECUTA A ACAO DECIDIDA EM 2150 PARA A OCORRENCIA QUE
      *    FALHOU. ORDEM JA SUSPENSA OU ENCERRADA PELO OPERADOR
      *    FICA COMO ESTA.
      *-----------------------------------------------------------
       3300-TRATAR-FALHA.
           EVALUATE TRUE
               WHEN ACAO-RETENTAR
                   PERFORM 3600-GRAVAR-TRANSFERENCIA THRU 3600-EXIT
                   ADD 1 TO OPM-QTDE-TENTATIVAS
                   ADD 1 TO WRK-TOTAL-RETENTATIVAS
                   MOVE "RETENTATIVA" TO WRK-SITUACAO-EVENTO
                   IF RESULTADO-EM-EXCECOES
                       MOVE "NOVA TENTATIVA - EXCECAO REJEITADA"
                           TO WRK-OBSERVACAO-EVENTO
                   ELSE
                       MOVE "NOVA TENTATIVA GRAVADA EM TRANSACOES"
                           TO WRK-OBSERVACAO-EVENTO
                   END-IF
                   PERFORM 4000-GRAVAR-EVENTO THRU 4000-EXIT
               WHEN ACAO-SUSPENDER-PRAZO
                   SET OPM-SUSP-RETENTATIVAS TO TRUE
                   MOVE "PRAZO DE RETENTATIVA ESGOTADO"
                       TO WRK-OBSERVACAO-EVENTO
                   PERFORM 3400-SUSPENDER-ORDEM THRU 3400-EXIT
               WHEN ACAO-SUSPENDER-VENCIMENTO
                   SET OPM-SUSP-NOVO-VENCIMENTO TO TRUE
                   MOVE "NOVO VENCIMENTO COM OCORRENCIA EM ABERTO"
                       TO WRK-OBSERVACAO-EVENTO
                   PERFORM 3400-SUSPENDER-ORDEM THRU 3400-EXIT
               WHEN ACAO-SUSPENDER-CLIENTE
                   PERFORM 3700-VERIFICAR-CLIENTES THRU 3700-EXIT
                   SET OPM-SUSP-CLIENTE TO TRUE
                   PERFORM 3400-SUSPENDER-ORDEM THRU 3400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3400-SUSPENDER-ORDEM
      *    O MOTIVO (OPM-MOTIVO-SUSPENSAO) E A OBSERVACAO DO
      *    RELATORIO JA VEM PREENCHIDOS. A ORDEM SO VOLTA A GERAR
      *    TRANSFERENCIAS QUANDO FOR REATIVADA EM ORDMANUT.
      *-----------------------------------------------------------
       3400-SUSPENDER-ORDEM.
           SET OPM-STATUS-SUSPENSA TO TRUE.
           SET ORDEM-ALTERADA TO TRUE.
           ADD 1 TO WRK-TOTAL-SUSPENSAS.
           MOVE "SUSPENSA" TO WRK-SITUACAO-EVENTO.
           PERFORM 4000-GRAVAR-EVENTO THRU 4000-EXIT.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3500-GERAR-VENCIMENTO
      *    GRAVA A TRANSFERENCIA DO VENCIMENTO E AVANCA A PROXIMA
      *    DATA. UM VENCIMENTO ATRASADO (EX: LOTE QUE NAO RODOU)
      *    GERA UMA OCORRENCIA POR EXECUCAO, ATE A ORDEM ALCANCAR
      *    A DATA DE PROCESSAMENTO.
      *-----------------------------------------------------------
       3500-GERAR-VENCIMENTO.
           PERFORM 3700-VERIFICAR-CLIENTES THRU 3700-EXIT.
           IF CLIENTES-INVALIDOS
               SET OPM-SUSP-CLIENTE TO TRUE
               PERFORM 3400-SUSPENDER-ORDEM THRU 3400-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE OPM-PROXIMA-DATA TO OPM-DATA-REFERENCIA.
           MOVE ZEROS TO OPM-QTDE-TENTATIVAS.
           PERFORM 3600-GRAVAR-TRANSFERENCIA THRU 3600-EXIT.
           ADD 1 TO OPM-QTDE-TENTATIVAS.
           PERFORM 3800-AVANCAR-VENCIMENTO THRU 3800-EXIT.
           MOVE "GERADA" TO WRK-SITUACAO-EVENTO.
           IF OPM-PROXIMA-DATA = ZEROS
               MOVE "ULTIMO VENCIMENTO DA ORDEM"
                   TO WRK-OBSERVACAO-EVENTO
           ELSE
               MOVE OPM-PROXIMA-DATA TO WRK-OBS-PROXIMA-DATA
               MOVE WRK-OBS-PROXIMO TO WRK-OBSERVACAO-EVENTO
           END-IF.
           PERFORM 4000-GRAVAR-EVENTO THRU 4000-EXIT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3600-GRAVAR-TRANSFERENCIA
      *    LANCAMENTO TRANSFER DA ORIGEM PARA O DESTINO, E OS DADOS
      *    DA OCORRENCIA NA ORDEM PARA A CONFERENCIA DE AMANHA.
      *-----------------------------------------------------------
       3600-GRAVAR-TRANSFERENCIA.
           MOVE OPM-CLIENTE-ORIGEM  TO TRN-CLIENTE-ID.
           SET TRN-E-TRANSFERENCIA  TO TRUE.
           MOVE OPM-VALOR           TO TRN-VALOR.
           MOVE ZEROS               TO TRN-DATA-ORIGEM.
           MOVE SPACES              TO TRN-OPER-ORIGEM.
           MOVE OPM-CLIENTE-DESTINO TO TRN-CLIENTE-DESTINO.
           WRITE TRN-REGISTRO.
           IF WRK-FS-TRANSACOES NOT = "00"
               DISPLAY "ERRO AO GRAVAR TRANSFERENCIA DA ORDEM "
                       OPM-ID " - STATUS " WRK-FS-TRANSACOES
           END-IF.
           ADD 1 TO WRK-TOTAL-GERADAS.
           MOVE OPM-VALOR      TO OPM-VALOR-OCORRENCIA.
           MOVE WRK-DATA-PROCESSAMENTO TO OPM-DATA-GERACAO.
           SET OPM-OCORRENCIA-GERADA TO TRUE.
           SET ORDEM-ALTERADA TO TRUE.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3700-VERIFICAR-CLIENTES
      *    ORIGEM E DESTINO PRECISAM EXISTIR NO MASTER E NAO ESTAR
      *    ENCERRADOS - UM CLIENTE INEXISTENTE FARIA TRANEDIT
      *    REJEITAR O ARQUIVO DO DIA. CONTA EM RETENCAO E ACEITA:
      *    A TRANSFERENCIA VAI PARA EXCECOES E E RETENTADA.
      *-----------------------------------------------------------
       3700-VERIFICAR-CLIENTES.
           SET CLIENTES-INVALIDOS TO TRUE.
           MOVE OPM-CLIENTE-ORIGEM TO CLI-ID.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE "CLIENTE DE ORIGEM NAO CADASTRADO"
                       TO WRK-OBSERVACAO-EVENTO
                   GO TO 3700-EXIT
           END-READ.
           IF CLI-STATUS-ENCERRADO
               MOVE "CONTA DE ORIGEM ENCERRADA"
                   TO WRK-OBSERVACAO-EVENTO
               GO TO 3700-EXIT
           END-IF.
           MOVE OPM-CLIENTE-DESTINO TO CLI-ID.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE "CLIENTE DE DESTINO NAO CADASTRADO"
                       TO WRK-OBSERVACAO-EVENTO
                   GO TO 3700-EXIT
           END-READ.
           IF CLI-STATUS-ENCERRADO
               MOVE "CONTA DE DESTINO ENCERRADA"
                   TO WRK-OBSERVACAO-EVENTO
               GO TO 3700-EXIT
           END-IF.
           SET CLIENTES-VALIDOS TO TRUE.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3800-AVANCAR-VENCIMENTO
      *    SEMANAL E QUINZENAL SOMAM 7 E 14 DIAS; MENSAL PASSA AO
      *    MES SEGUINTE NO DIA-BASE DA ORDEM, LIMITADO AO ULTIMO
      *    DIA DO MES. PASSANDO DA DATA FINAL, A ORDEM FICA SEM
      *    PROXIMO VENCIMENTO (ZERO).
      *-----------------------------------------------------------
       3800-AVANCAR-VENCIMENTO.
           EVALUATE TRUE
               WHEN OPM-FREQ-SEMANAL
                   COMPUTE WRK-DIA-JULIANO =
                       FUNCTION INTEGER-OF-DATE(OPM-PROXIMA-DATA) + 7
                   COMPUTE OPM-PROXIMA-DATA =
                       FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO)
               WHEN OPM-FREQ-QUINZENAL
                   COMPUTE WRK-DIA-JULIANO =
                       FUNCTION INTEGER-OF-DATE(OPM-PROXIMA-DATA) + 14
                   COMPUTE OPM-PROXIMA-DATA =
                       FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO)
               WHEN OTHER
                   MOVE OPM-PROXIMA-DATA TO WRK-DATA-CALCULO
                   ADD 1 TO WRK-DC-MES
                   IF WRK-DC-MES > 12
                       MOVE 1 TO WRK-DC-MES
                       ADD 1 TO WRK-DC-ANO
                   END-IF
                   PERFORM 7000-CALCULAR-DIAS-NO-MES THRU 7000-EXIT
                   IF OPM-DIA-BASE > WRK-DIAS-NO-MES
                       MOVE WRK-DIAS-NO-MES TO WRK-DC-DIA
                   ELSE
                       MOVE OPM-DIA-BASE TO WRK-DC-DIA
                   END-IF
                   MOVE WRK-DATA-CALCULO TO OPM-PROXIMA-DATA
           END-EVALUATE.
           IF OPM-DATA-FIM NOT = ZEROS
               AND OPM-PROXIMA-DATA > OPM-DATA-FIM
               MOVE ZEROS TO OPM-PROXIMA-DATA
           END-IF.
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    4000-GRAVAR-EVENTO
      *    UMA LINHA DO RELATORIO COM A SITUACAO E A OBSERVACAO
      *    PREPARADAS PELO CHAMADOR.
      *-----------------------------------------------------------
       4000-GRAVAR-EVENTO.
           MOVE SPACES                 TO OPR-LINHA.
           MOVE OPM-ID                 TO OPR-DET-ORDEM.
           MOVE OPM-CLIENTE-ORIGEM     TO OPR-DET-ORIGEM.
           MOVE OPM-CLIENTE-DESTINO    TO OPR-DET-DESTINO.
           MOVE OPM-VALOR-OCORRENCIA   TO OPR-DET-VALOR.
           MOVE OPM-DATA-REFERENCIA    TO OPR-DET-VENCIMENTO.
           MOVE OPM-QTDE-TENTATIVAS    TO OPR-DET-TENTATIVAS.
           MOVE WRK-SITUACAO-EVENTO    TO OPR-DET-SITUACAO.
           MOVE WRK-OBSERVACAO-EVENTO  TO OPR-DET-OBSERVACAO.
           WRITE OPR-LINHA.
           IF WRK-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO GRAVAR RELATORIO DE ORDENS - STATUS "
                       WRK-FS-RELATORIO
           END-IF.
           MOVE SPACES TO WRK-OBSERVACAO-EVENTO.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    7000-CALCULAR-DIAS-NO-MES
      *    QUANTIDADE DE DIAS DO MES WRK-DC-MES/WRK-DC-ANO, PELA
      *    DIFERENCA ENTRE O PRIMEIRO DIA DELE E O DO MES SEGUINTE.
      *-----------------------------------------------------------
       7000-CALCULAR-DIAS-NO-MES.
           MOVE WRK-DC-ANO TO WRK-DA-ANO.
           MOVE WRK-DC-MES TO WRK-DA-MES.
           MOVE 1          TO WRK-DA-DIA.
           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AUXILIAR).
           ADD 1 TO WRK-DA-MES.
           IF WRK-DA-MES > 12
               MOVE 1 TO WRK-DA-MES
               ADD 1 TO WRK-DA-ANO
           END-IF.
           COMPUTE WRK-DIAS-NO-MES =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AUXILIAR)
               - WRK-DIA-JULIANO.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8000-GRAVAR-TOTAIS
      *-----------------------------------------------------------
       8000-GRAVAR-TOTAIS.
           MOVE SPACES TO OPR-LINHA.
           WRITE OPR-LINHA.
           MOVE SPACES TO OPR-LINHA.
           MOVE "ORDENS LIDAS.................:" TO OPR-TOT-TEXTO.
           MOVE WRK-TOTAL-LIDAS TO OPR-TOT-QTDE.
           WRITE OPR-LINHA.
           MOVE SPACES TO OPR-LINHA.
           MOVE "TRANSFERENCIAS GERADAS.......:" TO OPR-TOT-TEXTO.
           MOVE WRK-TOTAL-GERADAS TO OPR-TOT-QTDE.
           WRITE OPR-LINHA.
           MOVE SPACES TO OPR-LINHA.
           MOVE "  DAS QUAIS RETENTATIVAS.....:" TO OPR-TOT-TEXTO.
           MOVE WRK-TOTAL-RETENTATIVAS TO OPR-TOT-QTDE.
           WRITE OPR-LINHA.
           MOVE SPACES TO OPR-LINHA.
           MOVE "OCORRENCIAS EXECUTADAS.......:" TO OPR-TOT-TEXTO.
           MOVE WRK-TOTAL-EXECUTADAS TO OPR-TOT-QTDE.
           WRITE OPR-LINHA.
           MOVE SPACES TO OPR-LINHA.
           MOVE "OCORRENCIAS QUE FALHARAM.....:" TO OPR-TOT-TEXTO.
           MOVE WRK-TOTAL-FALHAS TO OPR-TOT-QTDE.
           WRITE OPR-LINHA.
           MOVE SPACES TO OPR-LINHA.
           MOVE "EXCECOES SUBSTITUIDAS........:" TO OPR-TOT-TEXTO.
           MOVE WRK-TOTAL-SUBSTITUIDAS TO OPR-TOT-QTDE.
           WRITE OPR-LINHA.
           MOVE SPACES TO OPR-LINHA.
           MOVE "ORDENS SUSPENSAS.............:" TO OPR-TOT-TEXTO.
           MOVE WRK-TOTAL-SUSPENSAS TO OPR-TOT-QTDE.
           WRITE OPR-LINHA.
           MOVE SPACES TO OPR-LINHA.
           MOVE "ORDENS ENCERRADAS............:" TO OPR-TOT-TEXTO.
           MOVE WRK-TOTAL-ENCERRADAS TO OPR-TOT-QTDE.
           WRITE OPR-LINHA.
           IF WRK-TOTAL-NAO-CONFERIDAS > 0
               MOVE SPACES TO OPR-LINHA
               MOVE "NAO CONFERIDAS (TABELA CHEIA):" TO OPR-TOT-TEXTO
               MOVE WRK-TOTAL-NAO-CONFERIDAS TO OPR-TOT-QTDE
               WRITE OPR-LINHA
           END-IF.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8900-EXIBIR-RESUMO
      *-----------------------------------------------------------
       8900-EXIBIR-RESUMO.
           DISPLAY "------------------".
           DISPLAY "DATA DE PROCESSAMENTO..: " WRK-DATA-PROCESSAMENTO.
           DISPLAY "ORDENS LIDAS...........: " WRK-TOTAL-LIDAS.
           DISPLAY "TRANSFERENCIAS GERADAS.: " WRK-TOTAL-GERADAS.
           DISPLAY "OCORRENCIAS EXECUTADAS.: " WRK-TOTAL-EXECUTADAS.
           DISPLAY "OCORRENCIAS COM FALHA..: " WRK-TOTAL-FALHAS.
           DISPLAY "ORDENS SUSPENSAS.......: " WRK-TOTAL-SUSPENSAS.
       8900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    9800-GRAVAR-LOG-EXECUCAO
      *    ACRESCENTA AO LOG DE EXECUCOES (COPY LOGLAY) O
      *    REGISTRO DESTA EXECUCAO, COM O RETURN-CODE FINAL.
      *    EXECUTADO NO FIM NORMAL E EM TODO CAMINHO DE ABORTO,
      *    ANTES DO STOP RUN; UMA FALHA NA GRAVACAO DO LOG E
      *    EXIBIDA MAS NAO ALTERA O RETURN-CODE. A EXECUCAO QUE
      *    GRAVOU TRANSFERENCIAS E MARCADA COMO ALTERACAO DO
      *    ARQUIVO TRANSACOES.
      *-----------------------------------------------------------
       9800-GRAVAR-LOG-EXECUCAO.
           OPEN EXTEND LOG-EXECUCAO.
           IF WRK-FS-LOG = "35"
               OPEN OUTPUT LOG-EXECUCAO
           END-IF.
           MOVE "ORDGER"               TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           IF WRK-TOTAL-GERADAS > 0
               SET LOG-ALTEROU-TRANSACOES TO TRUE
           END-IF.
           MOVE WRK-TOTAL-LIDAS        TO LOG-QTDE-LIDOS.
           MOVE WRK-TOTAL-GERADAS      TO LOG-QTDE-GRAVADOS.
           MOVE WRK-TOTAL-FALHAS       TO LOG-QTDE-REJEITADOS.
           WRITE LOG-REGISTRO.
           IF WRK-FS-LOG NOT = "00"
               DISPLAY "ERRO AO GRAVAR LOG DE EXECUCOES - STATUS "
                       WRK-FS-LOG
           END-IF.
           CLOSE LOG-EXECUCAO.
       9800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    9999-FINALIZACAO
      *-----------------------------------------------------------
       9999-FINALIZACAO.
           CLOSE ORDENS-PERMANENTES.
           CLOSE CLIENTE-MASTER.
           CLOSE TRANSACOES.
           CLOSE RELATORIO-ORDENS.
       9999-EXIT.
           EXIT.
