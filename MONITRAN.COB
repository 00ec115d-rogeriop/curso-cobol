      *-----------------------------------------------------------
      *    PROGRAM-ID. MONITRAN.
      *    RELATORIO MENSAL DE MOVIMENTACAO ATIPICA PARA O
      *    COMPLIANCE. ORDENA TRANSACOES-HISTORICO POR CLIENTE E
      *    DATA E APONTA, PARA CADA CLIENTE (COM NOME E AGENCIA DO
      *    CLIENTE-MASTER):
      *      - VALOR ALTO.: DEPOSITO, SAQUE OU TRANSFERENCIA
      *                     (TRANSF-D/TRANSF-C) ACIMA DO LIMITE;
      *      - FRACIONADO.: A QUANTIDADE MINIMA DE DEPOSITOS LOGO
      *                     ABAIXO DO LIMITE (DE 90 POR CENTO DO
      *                     LIMITE ATE O LIMITE) DENTRO DA JANELA
      *                     MOVEL DE DIAS;
      *      - PASSAGEM...: DINHEIRO QUE ENTRA POR TRANSF-C E SAI
      *                     POR TRANSF-D OU SAQUE DENTRO DA JANELA,
      *                     AMBOS DE PELO MENOS 90 POR CENTO DO
      *                     LIMITE, COM A ORIGEM E O DESTINO
      *                     (HIS-CONTRAPARTE) DA CADEIA.
      *    LIMITE, QUANTIDADE MINIMA, JANELA E DATA INICIAL DO
      *    PERIODO VEM DO CARTAO DE PARAMETRO (COPY PRMLAY); SEM
      *    CARTAO, SAO PEDIDOS NO CONSOLE.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-14  RPO    PROGRAMA CRIADO.
      *    2026-10-14  RPO    CADA EXECUCAO, NORMAL OU ABORTADA, PASSA
      *                       A SER REGISTRADA NO LOG DE EXECUCOES
      *                       (COPY LOGLAY) COM HORARIOS, RETURN-
      *                       CODE E CONTAGENS.
      *    2026-10-15  RPO    DATA INICIAL VALIDADA COMO DATA DE
      *                       CALENDARIO (ANO, MES E DIA DENTRO DO
      *                       MES).
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITRAN.
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
           SELECT TRANSACOES-HISTORICO ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT HISTORICO-ORDENADO ASSIGN TO "HISORDEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ORDENADO.
           SELECT SORT-HISTORICO  ASSIGN TO "SRTHIST".
           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               FILE STATUS IS WRK-FS-MASTER.
           SELECT RELATORIO-MONITORAMENTO ASSIGN TO "MONITREL"
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
       FD  TRANSACOES-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY THSLAY.

       FD  HISTORICO-ORDENADO
           LABEL RECORD IS STANDARD.
           COPY THSLAY REPLACING
               ==HIS-REGISTRO==      BY ==ORD-REGISTRO==
               ==HIS-DATA==          BY ==ORD-DATA==
               ==HIS-CLIENTE-ID==    BY ==ORD-CLIENTE-ID==
               ==HIS-COD-OPERACAO==  BY ==ORD-COD-OPERACAO==
               ==HIS-VALOR==         BY ==ORD-VALOR==
               ==HIS-DATA-ORIGEM==   BY ==ORD-DATA-ORIGEM==
               ==HIS-OPER-ORIGEM==   BY ==ORD-OPER-ORIGEM==
               ==HIS-CONTRAPARTE==   BY ==ORD-CONTRAPARTE==.

       SD  SORT-HISTORICO.
           COPY THSLAY REPLACING
               ==HIS-REGISTRO==      BY ==SRT-REGISTRO==
               ==HIS-DATA==          BY ==SRT-DATA==
               ==HIS-CLIENTE-ID==    BY ==SRT-CLIENTE-ID==
               ==HIS-COD-OPERACAO==  BY ==SRT-COD-OPERACAO==
               ==HIS-VALOR==         BY ==SRT-VALOR==
               ==HIS-DATA-ORIGEM==   BY ==SRT-DATA-ORIGEM==
               ==HIS-OPER-ORIGEM==   BY ==SRT-OPER-ORIGEM==
               ==HIS-CONTRAPARTE==   BY ==SRT-CONTRAPARTE==.

       FD  CLIENTE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMAST.

       FD  RELATORIO-MONITORAMENTO
           LABEL RECORD IS STANDARD.
           COPY MONLAY.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PRMLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-HISTORICO   PICTURE X(02) VALUE "00".
       01  WRK-FS-ORDENADO    PICTURE X(02) VALUE "00".
       01  WRK-FS-MASTER      PICTURE X(02) VALUE "00".
       01  WRK-FS-RELATORIO   PICTURE X(02) VALUE "00".
       01  WRK-FS-PARAMETROS  PICTURE X(02) VALUE "00".
       01  WRK-HISTORICO-FIM  PICTURE X(01) VALUE "N".
           88  FIM-DE-HISTORICO         VALUE "S".
           88  NAO-FIM-DE-HISTORICO     VALUE "N".
       01  WRK-ORDENADO-FIM   PICTURE X(01) VALUE "N".
           88  FIM-DE-ORDENADO          VALUE "S".
           88  NAO-FIM-DE-ORDENADO      VALUE "N".
       01  WRK-PRIMEIRA-LEITURA PICTURE X(01) VALUE "S".
           88  E-PRIMEIRA-LEITURA       VALUE "S".
           88  NAO-E-PRIMEIRA-LEITURA   VALUE "N".
       01  WRK-DATA-ATUAL     PICTURE 9(08) VALUE ZEROS.
       01  WRK-NOME-PROGRAMA  PICTURE X(08) VALUE "MONITRAN".
       01  WRK-PARM-PRESENTE  PICTURE X(01) VALUE "N".
           88  PARM-PRESENTE             VALUE "S".
           88  PARM-AUSENTE              VALUE "N".
       01  WRK-PARM-FIM       PICTURE X(01) VALUE "N".
           88  FIM-DE-PARAMETROS         VALUE "S".
           88  NAO-FIM-DE-PARAMETROS     VALUE "N".
       01  WRK-PARM-LIMITE        PICTURE X(08) VALUE SPACES.
       01  WRK-PARM-QTDE-MINIMA   PICTURE X(08) VALUE SPACES.
       01  WRK-PARM-JANELA        PICTURE X(08) VALUE SPACES.
       01  WRK-PARM-DATA-INICIAL  PICTURE X(08) VALUE SPACES.
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
       01  WRK-LIMITE-VALOR       PICTURE 9(05)V99 VALUE ZEROS.
       01  WRK-VALOR-RELEVANTE    PICTURE 9(05)V99 VALUE ZEROS.
       01  WRK-QTDE-MINIMA        PICTURE 9(02) VALUE ZEROS.
       01  WRK-JANELA-DIAS        PICTURE 9(04) VALUE ZEROS.
       01  WRK-DATA-INICIAL       PICTURE 9(08) VALUE ZEROS.
      *    CALCULO DE DATAS: WRK-DATA-CALCULO RECEBE A DATA A
      *    VALIDAR; WRK-DATA-AUXILIAR E O PRIMEIRO DIA DE UM MES,
      *    USADO PARA CONTAR OS DIAS DO MES (7000).
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
       01  WRK-CLIENTE-ATUAL      PICTURE 9(06) VALUE ZEROS.
       01  WRK-NOME-CLIENTE       PICTURE X(20) VALUE SPACES.
       01  WRK-AGENCIA-CLIENTE    PICTURE 9(02) VALUE ZEROS.
       01  WRK-CLIENTE-SINALIZADO PICTURE X(01) VALUE "N".
           88  CLIENTE-SINALIZADO        VALUE "S".
           88  CLIENTE-NAO-SINALIZADO    VALUE "N".
       01  WRK-TIPO-ALERTA        PICTURE X(10) VALUE SPACES.
       01  WRK-DIA-REGISTRO       PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-SUB                PICTURE 9(04) COMP VALUE ZERO.
       01  WRK-SUB-ORIGEM         PICTURE 9(04) COMP VALUE ZERO.
       01  WRK-DESCARTE           PICTURE 9(04) COMP VALUE ZERO.
      *    DEPOSITOS LOGO ABAIXO DO LIMITE AINDA DENTRO DA JANELA
      *    DO CLIENTE ATUAL, EM ORDEM DE DATA.
       01  WRK-FRACIONAMENTO.
           05  WRK-FRAC-QTDE      PICTURE 9(04) COMP.
           05  WRK-FRAC-ITEM      OCCURS 50 TIMES.
               10  WRK-FRAC-DIA   PICTURE 9(07) COMP.
               10  WRK-FRAC-DATA  PICTURE 9(08).
               10  WRK-FRAC-VALOR PICTURE S9(05)V99.
       01  WRK-FRAC-SOMA          PICTURE S9(07)V99 VALUE ZEROS.
      *    ENTRADAS POR TRANSF-C DO CLIENTE ATUAL AINDA DENTRO DA
      *    JANELA E AINDA NAO CASADAS COM UMA SAIDA.
       01  WRK-CREDITOS.
           05  WRK-CRED-QTDE      PICTURE 9(04) COMP.
           05  WRK-CRED-ITEM      OCCURS 50 TIMES.
               10  WRK-CRED-DIA   PICTURE 9(07) COMP.
               10  WRK-CRED-DATA  PICTURE 9(08).
               10  WRK-CRED-VALOR PICTURE S9(05)V99.
               10  WRK-CRED-CONTRAPARTE PICTURE 9(06).
      *    LINHA DE COMPOSICAO A GRAVAR (2800-GRAVAR-CADEIA).
       01  WRK-CADEIA.
           05  WRK-CAD-TEXTO      PICTURE X(12).
           05  WRK-CAD-CONTRAPARTE PICTURE 9(06).
           05  WRK-CAD-DATA       PICTURE 9(08).
           05  WRK-CAD-OPERACAO   PICTURE X(08).
           05  WRK-CAD-VALOR      PICTURE S9(07)V99.
       01  WRK-TOTAL-LIDOS        PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-ANALISADOS   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-VALOR-ALTO   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-FRACIONADO   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-PASSAGEM     PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-SINALIZADOS  PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TITULO.
           05  FILLER             PICTURE X(42)
               VALUE "MONITORAMENTO DE MOVIMENTACAO ATIPICA EM ".
           05  WRK-TIT-DATA       PICTURE 9(08).
       01  WRK-TITULO-PARAMETROS.
           05  FILLER             PICTURE X(07) VALUE "LIMITE ".
           05  WRK-TIT-LIMITE     PICTURE ZZ.ZZ9,99.
           05  FILLER             PICTURE X(12) VALUE "  DEPOSITOS ".
           05  WRK-TIT-QTDE       PICTURE Z9.
           05  FILLER             PICTURE X(09) VALUE "  JANELA ".
           05  WRK-TIT-JANELA     PICTURE ZZZ9.
           05  FILLER             PICTURE X(13) VALUE " DIAS  DESDE ".
           05  WRK-TIT-DATA-INICIAL PICTURE 9(08).
       01  WRK-TITULO-COLUNAS.
           05  FILLER             PICTURE X(30)
               VALUE "CLIENTE NOME                  ".
           05  FILLER             PICTURE X(30)
               VALUE "AG  ALERTA      DATA      OPER".
           05  FILLER             PICTURE X(24)
               VALUE "ACAO        VALOR       ".
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
           SORT SORT-HISTORICO
               ON ASCENDING KEY SRT-CLIENTE-ID
               ON ASCENDING KEY SRT-DATA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1500-LIBERAR-LANCAMENTOS
                   THRU 1500-EXIT
               GIVING HISTORICO-ORDENADO.
           PERFORM 1100-ABRIR-PARA-LEITURA THRU 1100-EXIT.
           PERFORM 1150-GRAVAR-CABECALHO THRU 1150-EXIT.
           PERFORM 2000-LER-ORDENADO THRU 2000-EXIT.
           PERFORM 2100-PROCESSAR-LANCAMENTO THRU 2100-EXIT
               UNTIL FIM-DE-ORDENADO.
           PERFORM 8000-GRAVAR-TOTAIS THRU 8000-EXIT.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT TRANSACOES-HISTORICO.
           IF WRK-FS-HISTORICO = "35"
               DISPLAY "ARQUIVO TRANSACOES-HISTORICO NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
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
           OPEN OUTPUT RELATORIO-MONITORAMENTO.
           SET NAO-FIM-DE-HISTORICO TO TRUE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1200-OBTER-PARAMETROS
      *    LIMITE DE VALOR (EM REAIS), QUANTIDADE MINIMA DE
      *    DEPOSITOS DO FRACIONAMENTO, JANELA EM DIAS E DATA
      *    INICIAL DO PERIODO. COM CARTAO, UM VALOR INVALIDO ABORTA
      *    A EXECUCAO; SEM CARTAO, O PROMPT E RE-EXIBIDO.
      *-----------------------------------------------------------
       1200-OBTER-PARAMETROS.
           MOVE "LIMITE DE VALOR POR LANCAMENTO, EM REAIS (1-99999)"
               TO WRK-TEXTO-PROMPT.
           MOVE WRK-PARM-LIMITE TO WRK-PARM-CORRENTE.
           MOVE 1     TO WRK-MINIMO-ACEITO.
           MOVE 99999 TO WRK-MAXIMO-ACEITO.
           PERFORM 1210-OBTER-NUMERO THRU 1210-EXIT.
           MOVE WRK-VALOR-NUMERICO TO WRK-LIMITE-VALOR.
           COMPUTE WRK-VALOR-RELEVANTE ROUNDED =
               WRK-LIMITE-VALOR * 90 / 100.
           MOVE "QUANTIDADE MINIMA DE DEPOSITOS FRACIONADOS (2-50)"
               TO WRK-TEXTO-PROMPT.
           MOVE WRK-PARM-QTDE-MINIMA TO WRK-PARM-CORRENTE.
           MOVE 2     TO WRK-MINIMO-ACEITO.
           MOVE 50    TO WRK-MAXIMO-ACEITO.
           PERFORM 1210-OBTER-NUMERO THRU 1210-EXIT.
           MOVE WRK-VALOR-NUMERICO TO WRK-QTDE-MINIMA.
           MOVE "JANELA EM DIAS (1-9999)" TO WRK-TEXTO-PROMPT.
           MOVE WRK-PARM-JANELA TO WRK-PARM-CORRENTE.
           MOVE 1     TO WRK-MINIMO-ACEITO.
           MOVE 9999  TO WRK-MAXIMO-ACEITO.
           PERFORM 1210-OBTER-NUMERO THRU 1210-EXIT.
           MOVE WRK-VALOR-NUMERICO TO WRK-JANELA-DIAS.
           PERFORM 1250-OBTER-DATA-INICIAL THRU 1250-EXIT.
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
      *    1250-OBTER-DATA-INICIAL
      *    SO OS LANCAMENTOS A PARTIR DESTA DATA (AAAAMMDD) ENTRAM
      *    NA ANALISE; EM BRANCO, TODO O HISTORICO DISPONIVEL.
      *-----------------------------------------------------------
       1250-OBTER-DATA-INICIAL.
           SET DATA-NAO-E-VALIDA TO TRUE.
           IF PARM-PRESENTE
               MOVE WRK-PARM-DATA-INICIAL TO WRK-ENTRADA-NUMERICA
               PERFORM 1270-VERIFICA-DATA THRU 1270-EXIT
               IF DATA-NAO-E-VALIDA
                   DISPLAY "PARAMETRO DE DATA INICIAL INVALIDO NO "
                           "CARTAO - EXECUCAO ABORTADA"
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
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD, EM BRANCO = "
                   "TODO O HISTORICO)".
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
               MOVE ZEROS TO WRK-DATA-INICIAL
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
           MOVE WRK-DATA-CALCULO TO WRK-DATA-INICIAL.
           SET DATA-E-VALIDA TO TRUE.
       1270-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1300-LER-PARAMETROS
      *    PROCURA NO ARQUIVO DE CARTOES DE PARAMETRO O REGISTRO
      *    DESTE PROGRAMA (PRM-PROGRAMA = MONITRAN), PARA QUE UMA
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
                       MOVE PRM-PARM-1 TO WRK-PARM-LIMITE
                       MOVE PRM-PARM-2 TO WRK-PARM-QTDE-MINIMA
                       MOVE PRM-PARM-3 TO WRK-PARM-JANELA
                       MOVE PRM-PARM-4 TO WRK-PARM-DATA-INICIAL
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1500-LIBERAR-LANCAMENTOS
      *    PROCEDIMENTO DE ENTRADA DO SORT: LIBERA PARA A ORDENACAO
      *    SO OS LANCAMENTOS DO PERIODO QUE MOVIMENTAM DINHEIRO
      *    PARA DENTRO OU PARA FORA DA CONTA - DEPOSITO, SAQUE E OS
      *    DOIS LADOS DA TRANSFERENCIA.
      *-----------------------------------------------------------
       1500-LIBERAR-LANCAMENTOS.
           PERFORM 1600-LER-HISTORICO THRU 1600-EXIT.
           PERFORM 1510-LIBERAR-UM-LANCAMENTO THRU 1510-EXIT
               UNTIL FIM-DE-HISTORICO.
           CLOSE TRANSACOES-HISTORICO.
       1500-EXIT.
           EXIT.

       1510-LIBERAR-UM-LANCAMENTO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF HIS-DATA >= WRK-DATA-INICIAL
               AND (HIS-COD-OPERACAO = "DEPOSITO"
                    OR HIS-COD-OPERACAO = "SAQUE"
                    OR HIS-COD-OPERACAO = "TRANSF-D"
                    OR HIS-COD-OPERACAO = "TRANSF-C")
               RELEASE SRT-REGISTRO FROM HIS-REGISTRO
           END-IF.
           PERFORM 1600-LER-HISTORICO THRU 1600-EXIT.
       1510-EXIT.
           EXIT.

       1600-LER-HISTORICO.
           READ TRANSACOES-HISTORICO
               AT END
                   SET FIM-DE-HISTORICO TO TRUE
           END-READ.
       1600-EXIT.
           EXIT.

       1100-ABRIR-PARA-LEITURA.
           OPEN INPUT HISTORICO-ORDENADO.
           IF WRK-FS-ORDENADO = "35"
               DISPLAY "NENHUM LANCAMENTO A ANALISAR NO PERIODO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           SET NAO-FIM-DE-ORDENADO TO TRUE.
           SET E-PRIMEIRA-LEITURA TO TRUE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1150-GRAVAR-CABECALHO
      *    TITULO COM A DATA DA EMISSAO, OS PARAMETROS USADOS E OS
      *    TITULOS DAS COLUNAS.
      *-----------------------------------------------------------
       1150-GRAVAR-CABECALHO.
           MOVE WRK-DATA-ATUAL    TO WRK-TIT-DATA.
           MOVE WRK-LIMITE-VALOR  TO WRK-TIT-LIMITE.
           MOVE WRK-QTDE-MINIMA   TO WRK-TIT-QTDE.
           MOVE WRK-JANELA-DIAS   TO WRK-TIT-JANELA.
           MOVE WRK-DATA-INICIAL  TO WRK-TIT-DATA-INICIAL.
           MOVE SPACES            TO MON-LINHA.
           MOVE WRK-TITULO        TO MON-CAB-TEXTO.
           WRITE MON-LINHA.
           MOVE SPACES            TO MON-LINHA.
           MOVE WRK-TITULO-PARAMETROS TO MON-CAB-TEXTO.
           WRITE MON-LINHA.
           MOVE SPACES            TO MON-LINHA.
           WRITE MON-LINHA.
           MOVE SPACES            TO MON-LINHA.
           MOVE WRK-TITULO-COLUNAS TO MON-CAB-TEXTO.
           WRITE MON-LINHA.
       1150-EXIT.
           EXIT.

       2000-LER-ORDENADO.
           READ HISTORICO-ORDENADO
               AT END
                   SET FIM-DE-ORDENADO TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2100-PROCESSAR-LANCAMENTO
      *    DETECTA A QUEBRA DE CLIENTE (O ARQUIVO ESTA ORDENADO POR
      *    CLIENTE/DATA) E SUBMETE O LANCAMENTO AS TRES REGRAS.
      *-----------------------------------------------------------
       2100-PROCESSAR-LANCAMENTO.
           IF E-PRIMEIRA-LEITURA
               SET NAO-E-PRIMEIRA-LEITURA TO TRUE
               PERFORM 2050-INICIAR-CLIENTE THRU 2050-EXIT
           ELSE
               IF ORD-CLIENTE-ID NOT = WRK-CLIENTE-ATUAL
                   PERFORM 2050-INICIAR-CLIENTE THRU 2050-EXIT
               END-IF
           END-IF.
           ADD 1 TO WRK-TOTAL-ANALISADOS.
           COMPUTE WRK-DIA-REGISTRO =
               FUNCTION INTEGER-OF-DATE(ORD-DATA).
           IF ORD-VALOR > WRK-LIMITE-VALOR
               PERFORM 2200-SINALIZAR-VALOR-ALTO THRU 2200-EXIT
           END-IF.
           EVALUATE ORD-COD-OPERACAO
               WHEN "DEPOSITO"
                   IF ORD-VALOR >= WRK-VALOR-RELEVANTE
                       AND ORD-VALOR <= WRK-LIMITE-VALOR
                       PERFORM 2300-VERIFICAR-FRACIONAMENTO
                           THRU 2300-EXIT
                   END-IF
               WHEN "TRANSF-C"
                   IF ORD-VALOR >= WRK-VALOR-RELEVANTE
                       PERFORM 2400-GUARDAR-CREDITO THRU 2400-EXIT
                   END-IF
               WHEN "TRANSF-D"
               WHEN "SAQUE"
                   IF ORD-VALOR >= WRK-VALOR-RELEVANTE
                       PERFORM 2500-VERIFICAR-PASSAGEM THRU 2500-EXIT
                   END-IF
           END-EVALUATE.
           PERFORM 2000-LER-ORDENADO THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2050-INICIAR-CLIENTE
      *    ZERA AS JANELAS DO CLIENTE ANTERIOR E BUSCA O NOME E A
      *    AGENCIA DO NOVO CLIENTE NO MASTER.
      *-----------------------------------------------------------
       2050-INICIAR-CLIENTE.
           MOVE ORD-CLIENTE-ID TO WRK-CLIENTE-ATUAL.
           MOVE ZERO TO WRK-FRAC-QTDE.
           MOVE ZERO TO WRK-CRED-QTDE.
           SET CLIENTE-NAO-SINALIZADO TO TRUE.
           MOVE ORD-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE "NAO CADASTRADO"  TO WRK-NOME-CLIENTE
                   MOVE ZEROS             TO WRK-AGENCIA-CLIENTE
               NOT INVALID KEY
                   MOVE CLI-NOME          TO WRK-NOME-CLIENTE
                   MOVE CLI-AGENCIA       TO WRK-AGENCIA-CLIENTE
           END-READ.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2200-SINALIZAR-VALOR-ALTO
      *-----------------------------------------------------------
       2200-SINALIZAR-VALOR-ALTO.
           MOVE "VALOR ALTO" TO WRK-TIPO-ALERTA.
           PERFORM 2700-GRAVAR-DETALHE THRU 2700-EXIT.
           ADD 1 TO WRK-TOTAL-VALOR-ALTO.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2300-VERIFICAR-FRACIONAMENTO
      *    ACRESCENTA O DEPOSITO A JANELA MOVEL DO CLIENTE (DEPOIS
      *    DE DESCARTAR OS QUE JA SAIRAM DELA) E, AO ATINGIR A
      *    QUANTIDADE MINIMA, GRAVA A OCORRENCIA COM OS DEPOSITOS E
      *    A SOMA DA JANELA. A JANELA E ESVAZIADA EM SEGUIDA, PARA
      *    QUE OS MESMOS DEPOSITOS NAO GEREM OUTRA OCORRENCIA.
      *-----------------------------------------------------------
       2300-VERIFICAR-FRACIONAMENTO.
           PERFORM 2310-DESCARTAR-DEPOSITOS THRU 2310-EXIT.
           ADD 1 TO WRK-FRAC-QTDE.
           MOVE WRK-DIA-REGISTRO TO WRK-FRAC-DIA (WRK-FRAC-QTDE).
           MOVE ORD-DATA         TO WRK-FRAC-DATA (WRK-FRAC-QTDE).
           MOVE ORD-VALOR        TO WRK-FRAC-VALOR (WRK-FRAC-QTDE).
           IF WRK-FRAC-QTDE >= WRK-QTDE-MINIMA
               PERFORM 2350-SINALIZAR-FRACIONAMENTO THRU 2350-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2310-DESCARTAR-DEPOSITOS
      *    COMO A JANELA ESTA EM ORDEM DE DATA, OS DEPOSITOS QUE JA
      *    SAIRAM DELA SAO OS PRIMEIROS: SAO CONTADOS E OS
      *    RESTANTES SAO DESLOCADOS PARA O INICIO DA TABELA.
      *-----------------------------------------------------------
       2310-DESCARTAR-DEPOSITOS.
           MOVE ZERO TO WRK-DESCARTE.
           PERFORM 2320-CONTAR-DEPOSITO-ANTIGO THRU 2320-EXIT
               VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-FRAC-QTDE.
           IF WRK-DESCARTE > 0
               PERFORM 2330-DESLOCAR-DEPOSITO THRU 2330-EXIT
                   VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-FRAC-QTDE - WRK-DESCARTE
               SUBTRACT WRK-DESCARTE FROM WRK-FRAC-QTDE
           END-IF.
       2310-EXIT.
           EXIT.

       2320-CONTAR-DEPOSITO-ANTIGO.
           IF WRK-DIA-REGISTRO - WRK-FRAC-DIA (WRK-SUB)
                   >= WRK-JANELA-DIAS
               ADD 1 TO WRK-DESCARTE
           END-IF.
       2320-EXIT.
           EXIT.

       2330-DESLOCAR-DEPOSITO.
           COMPUTE WRK-SUB-ORIGEM = WRK-SUB + WRK-DESCARTE.
           MOVE WRK-FRAC-ITEM (WRK-SUB-ORIGEM)
               TO WRK-FRAC-ITEM (WRK-SUB).
       2330-EXIT.
           EXIT.

       2350-SINALIZAR-FRACIONAMENTO.
           MOVE "FRACIONADO" TO WRK-TIPO-ALERTA.
           PERFORM 2700-GRAVAR-DETALHE THRU 2700-EXIT.
           MOVE ZEROS TO WRK-FRAC-SOMA.
           PERFORM 2360-GRAVAR-DEPOSITO THRU 2360-EXIT
               VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-FRAC-QTDE.
           MOVE "SOMA JANELA"    TO WRK-CAD-TEXTO.
           MOVE ZEROS            TO WRK-CAD-CONTRAPARTE.
           MOVE ZEROS            TO WRK-CAD-DATA.
           MOVE SPACES           TO WRK-CAD-OPERACAO.
           MOVE WRK-FRAC-SOMA    TO WRK-CAD-VALOR.
           PERFORM 2800-GRAVAR-CADEIA THRU 2800-EXIT.
           MOVE ZERO TO WRK-FRAC-QTDE.
           ADD 1 TO WRK-TOTAL-FRACIONADO.
       2350-EXIT.
           EXIT.

       2360-GRAVAR-DEPOSITO.
           MOVE "DEPOSITO"       TO WRK-CAD-TEXTO.
           MOVE ZEROS            TO WRK-CAD-CONTRAPARTE.
           MOVE WRK-FRAC-DATA (WRK-SUB)  TO WRK-CAD-DATA.
           MOVE "DEPOSITO"       TO WRK-CAD-OPERACAO.
           MOVE WRK-FRAC-VALOR (WRK-SUB) TO WRK-CAD-VALOR.
           ADD WRK-FRAC-VALOR (WRK-SUB)  TO WRK-FRAC-SOMA.
           PERFORM 2800-GRAVAR-CADEIA THRU 2800-EXIT.
       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2400-GUARDAR-CREDITO
      *    GUARDA A ENTRADA POR TRANSF-C NA JANELA DE CREDITOS DO
      *    CLIENTE. COM A TABELA CHEIA, A ENTRADA MAIS ANTIGA DA
      *    LUGAR A NOVA.
      *-----------------------------------------------------------
       2400-GUARDAR-CREDITO.
           PERFORM 2410-DESCARTAR-CREDITOS THRU 2410-EXIT.
           IF WRK-CRED-QTDE = 50
               MOVE 1 TO WRK-DESCARTE
               PERFORM 2430-DESLOCAR-CREDITO THRU 2430-EXIT
                   VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-CRED-QTDE - WRK-DESCARTE
               SUBTRACT WRK-DESCARTE FROM WRK-CRED-QTDE
           END-IF.
           ADD 1 TO WRK-CRED-QTDE.
           MOVE WRK-DIA-REGISTRO TO WRK-CRED-DIA (WRK-CRED-QTDE).
           MOVE ORD-DATA         TO WRK-CRED-DATA (WRK-CRED-QTDE).
           MOVE ORD-VALOR        TO WRK-CRED-VALOR (WRK-CRED-QTDE).
           MOVE ORD-CONTRAPARTE
               TO WRK-CRED-CONTRAPARTE (WRK-CRED-QTDE).
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2410-DESCARTAR-CREDITOS
      *    COMO 2310, SOBRE A JANELA DE CREDITOS.
      *-----------------------------------------------------------
       2410-DESCARTAR-CREDITOS.
           MOVE ZERO TO WRK-DESCARTE.
           PERFORM 2420-CONTAR-CREDITO-ANTIGO THRU 2420-EXIT
               VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-CRED-QTDE.
           IF WRK-DESCARTE > 0
               PERFORM 2430-DESLOCAR-CREDITO THRU 2430-EXIT
                   VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-CRED-QTDE - WRK-DESCARTE
               SUBTRACT WRK-DESCARTE FROM WRK-CRED-QTDE
           END-IF.
       2410-EXIT.
           EXIT.

       2420-CONTAR-CREDITO-ANTIGO.
           IF WRK-DIA-REGISTRO - WRK-CRED-DIA (WRK-SUB)
                   >= WRK-JANELA-DIAS
               ADD 1 TO WRK-DESCARTE
           END-IF.
       2420-EXIT.
           EXIT.

       2430-DESLOCAR-CREDITO.
           COMPUTE WRK-SUB-ORIGEM = WRK-SUB + WRK-DESCARTE.
           MOVE WRK-CRED-ITEM (WRK-SUB-ORIGEM)
               TO WRK-CRED-ITEM (WRK-SUB).
       2430-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2500-VERIFICAR-PASSAGEM
      *    UMA SAIDA (TRANSF-D OU SAQUE) COM ALGUMA ENTRADA AINDA
      *    NA JANELA FECHA UMA PASSAGEM: GRAVA A OCORRENCIA COM A
      *    ENTRADA MAIS ANTIGA (E QUEM A ENVIOU) E A SAIDA (E PARA
      *    QUEM FOI), E RETIRA A ENTRADA DA JANELA PARA QUE ELA NAO
      *    SEJA CASADA DE NOVO.
      *-----------------------------------------------------------
       2500-VERIFICAR-PASSAGEM.
           PERFORM 2410-DESCARTAR-CREDITOS THRU 2410-EXIT.
           IF WRK-CRED-QTDE = 0
               GO TO 2500-EXIT
           END-IF.
           MOVE "PASSAGEM"       TO WRK-TIPO-ALERTA.
           PERFORM 2700-GRAVAR-DETALHE THRU 2700-EXIT.
           MOVE "ENTRADA DE"     TO WRK-CAD-TEXTO.
           MOVE WRK-CRED-CONTRAPARTE (1) TO WRK-CAD-CONTRAPARTE.
           MOVE WRK-CRED-DATA (1)        TO WRK-CAD-DATA.
           MOVE "TRANSF-C"       TO WRK-CAD-OPERACAO.
           MOVE WRK-CRED-VALOR (1)       TO WRK-CAD-VALOR.
           PERFORM 2800-GRAVAR-CADEIA THRU 2800-EXIT.
           MOVE "SAIDA PARA"     TO WRK-CAD-TEXTO.
           MOVE ORD-CONTRAPARTE  TO WRK-CAD-CONTRAPARTE.
           MOVE ORD-DATA         TO WRK-CAD-DATA.
           MOVE ORD-COD-OPERACAO TO WRK-CAD-OPERACAO.
           MOVE ORD-VALOR        TO WRK-CAD-VALOR.
           PERFORM 2800-GRAVAR-CADEIA THRU 2800-EXIT.
           MOVE 1 TO WRK-DESCARTE.
           PERFORM 2430-DESLOCAR-CREDITO THRU 2430-EXIT
               VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-CRED-QTDE - WRK-DESCARTE.
           SUBTRACT WRK-DESCARTE FROM WRK-CRED-QTDE.
           ADD 1 TO WRK-TOTAL-PASSAGEM.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2700-GRAVAR-DETALHE
      *    LINHA DA OCORRENCIA: CLIENTE, NOME E AGENCIA DO MASTER,
      *    TIPO DE ALERTA E O LANCAMENTO QUE O DISPAROU. O PRIMEIRO
      *    ALERTA DO CLIENTE O CONTA COMO CLIENTE SINALIZADO.
      *-----------------------------------------------------------
       2700-GRAVAR-DETALHE.
           IF CLIENTE-NAO-SINALIZADO
               SET CLIENTE-SINALIZADO TO TRUE
               ADD 1 TO WRK-TOTAL-SINALIZADOS
           END-IF.
           MOVE SPACES              TO MON-LINHA.
           MOVE WRK-CLIENTE-ATUAL   TO MON-DET-CLIENTE-ID.
           MOVE WRK-NOME-CLIENTE    TO MON-DET-NOME.
           MOVE WRK-AGENCIA-CLIENTE TO MON-DET-AGENCIA.
           MOVE WRK-TIPO-ALERTA     TO MON-DET-ALERTA.
           MOVE ORD-DATA            TO MON-DET-DATA.
           MOVE ORD-COD-OPERACAO    TO MON-DET-OPERACAO.
           MOVE ORD-VALOR           TO MON-DET-VALOR.
           WRITE MON-LINHA.
           IF WRK-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO GRAVAR RELATORIO DE MONITORAMENTO - "
                       "STATUS " WRK-FS-RELATORIO
           END-IF.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2800-GRAVAR-CADEIA
      *    LINHA DE COMPOSICAO DA OCORRENCIA (WRK-CADEIA), COM O
      *    NOME DA CONTRAPARTE LIDO NO MASTER QUANDO HOUVER.
      *-----------------------------------------------------------
       2800-GRAVAR-CADEIA.
           MOVE SPACES              TO MON-LINHA.
           MOVE WRK-CAD-TEXTO       TO MON-CAD-TEXTO.
           MOVE WRK-CAD-CONTRAPARTE TO MON-CAD-CONTRAPARTE.
           IF WRK-CAD-CONTRAPARTE > 0
               MOVE WRK-CAD-CONTRAPARTE TO CLI-ID
               READ CLIENTE-MASTER
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO MON-CAD-NOME
                   NOT INVALID KEY
                       MOVE CLI-NOME         TO MON-CAD-NOME
               END-READ
           END-IF.
           MOVE WRK-CAD-DATA        TO MON-CAD-DATA.
           MOVE WRK-CAD-OPERACAO    TO MON-CAD-OPERACAO.
           MOVE WRK-CAD-VALOR       TO MON-CAD-VALOR.
           WRITE MON-LINHA.
       2800-EXIT.
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
           MOVE SPACES TO MON-LINHA.
           WRITE MON-LINHA.
           MOVE SPACES TO MON-LINHA.
           MOVE "OCORRENCIAS DE VALOR ALTO....:" TO MON-TOT-TEXTO.
           MOVE WRK-TOTAL-VALOR-ALTO TO MON-TOT-QTDE.
           WRITE MON-LINHA.
           MOVE SPACES TO MON-LINHA.
           MOVE "OCORRENCIAS DE FRACIONAMENTO.:" TO MON-TOT-TEXTO.
           MOVE WRK-TOTAL-FRACIONADO TO MON-TOT-QTDE.
           WRITE MON-LINHA.
           MOVE SPACES TO MON-LINHA.
           MOVE "OCORRENCIAS DE PASSAGEM......:" TO MON-TOT-TEXTO.
           MOVE WRK-TOTAL-PASSAGEM TO MON-TOT-QTDE.
           WRITE MON-LINHA.
           MOVE SPACES TO MON-LINHA.
           MOVE "CLIENTES SINALIZADOS.........:" TO MON-TOT-TEXTO.
           MOVE WRK-TOTAL-SINALIZADOS TO MON-TOT-QTDE.
           WRITE MON-LINHA.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8900-EXIBIR-RESUMO
      *-----------------------------------------------------------
       8900-EXIBIR-RESUMO.
           DISPLAY "-------------------------------------------".
           DISPLAY "LANCAMENTOS LIDOS......: " WRK-TOTAL-LIDOS.
           DISPLAY "LANCAMENTOS ANALISADOS.: " WRK-TOTAL-ANALISADOS.
           DISPLAY "VALOR ALTO.............: " WRK-TOTAL-VALOR-ALTO.
           DISPLAY "FRACIONAMENTO..........: " WRK-TOTAL-FRACIONADO.
           DISPLAY "PASSAGEM...............: " WRK-TOTAL-PASSAGEM.
           DISPLAY "CLIENTES SINALIZADOS...: " WRK-TOTAL-SINALIZADOS.
       8900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    9800-GRAVAR-LOG-EXECUCAO
      *    ACRESCENTA AO LOG DE EXECUCOES (COPY LOGLAY) O
      *    REGISTRO DESTA EXECUCAO, COM O RETURN-CODE FINAL.
      *    EXECUTADO NO FIM NORMAL E EM TODO CAMINHO DE ABORTO,
      *    ANTES DO STOP RUN; UMA FALHA NA GRAVACAO DO LOG E
      *    EXIBIDA MAS NAO ALTERA O RETURN-CODE.
      *-----------------------------------------------------------
       9800-GRAVAR-LOG-EXECUCAO.
           OPEN EXTEND LOG-EXECUCAO.
           IF WRK-FS-LOG = "35"
               OPEN OUTPUT LOG-EXECUCAO
           END-IF.
           MOVE "MONITRAN"             TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           MOVE WRK-TOTAL-ANALISADOS   TO LOG-QTDE-LIDOS.
           MOVE WRK-TOTAL-SINALIZADOS  TO LOG-QTDE-GRAVADOS.
           MOVE ZERO                   TO LOG-QTDE-REJEITADOS.
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
           CLOSE HISTORICO-ORDENADO.
           CLOSE CLIENTE-MASTER.
           CLOSE RELATORIO-MONITORAMENTO.
       9999-EXIT.
           EXIT.
