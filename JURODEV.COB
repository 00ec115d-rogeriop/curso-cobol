      *-----------------------------------------------------------
      *    PROGRAM-ID. JURODEV.
      *    APURACAO E COBRANCA DOS JUROS DEVEDORES DO LIMITE DE
      *    DESCOBERTO (CLI-LIMITE). EXECUTADO TODO DIA NO LOTE
      *    NOTURNO ANTES DE TRANEDIT E CLIENTES, COMO JUROGER:
      *    PARA CADA CLIENTE COM CLI-SALDO NEGATIVO, ACUMULA NO
      *    ARQUIVO JDVACUM (COPY JDVLAY) OS DIAS EM DESCOBERTO
      *    DESDE A ULTIMA APURACAO, O SALDO DEVEDOR E OS JUROS A
      *    TAXA MENSAL INFORMADA (1/30 DA TAXA POR DIA CORRIDO).
      *    NO ULTIMO DIA DO MES - OU NA PRIMEIRA EXECUCAO DO MES
      *    SEGUINTE, SE O ULTIMO DIA NAO FOR PROCESSADO - OS JUROS
      *    DO MES SAO GRAVADOS EM TRANSACOES COMO UM LANCAMENTO
      *    JUROSDEV, APLICADO POR CLIENTES COM AUDITORIA E
      *    HISTORICO, E O PERIODO RECOMECA.
      *    A COBRANCA E CONFERIDA NAS EXECUCOES SEGUINTES: SE O
      *    JUROSDEV ESTA NO HISTORICO, FOI CONFIRMADA; SE ESTA EM
      *    EXCECOES (CONTA EM RETENCAO), FICA COM A REVISAO
      *    MANUAL; SE NAO ESTA EM NENHUM DOS DOIS (CLIENTE FORA DO
      *    CLIENTE-INPUT DO DIA), O LANCAMENTO E GRAVADO DE NOVO.
      *    UMA COBRANCA AINDA NAO CONFIRMADA NO FECHAMENTO DO MES
      *    SEGUINTE E SOMADA A NOVA, EM UM UNICO LANCAMENTO.
      *    O RELATORIO JURODREL MOSTRA, POR CLIENTE, OS DIAS EM
      *    DESCOBERTO, O SALDO DEVEDOR MEDIO E OS JUROS ACUMULADOS
      *    NO MES OU COBRADOS NO FECHAMENTO.
      *    DATA DE PROCESSAMENTO E TAXA MENSAL VEM DO CARTAO DE
      *    PARAMETRO (PARM-1/PARM-2) OU DO CONSOLE.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-14  RPO    PROGRAMA CRIADO.
      *    2026-10-15  RPO    A COBRANCA E DATADA E CONFERIDA PELA
      *                       DATA DE PROCESSAMENTO; CONTA ENCERRADA
      *                       NAO E APURADA.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURODEV.
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
           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-ID
               FILE STATUS IS WRK-FS-MASTER.
           SELECT APURACAO-JUROS  ASSIGN TO "JDVACUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDV-CLIENTE-ID
               FILE STATUS IS WRK-FS-APURACAO.
           SELECT TRANSACOES      ASSIGN TO "TRANSACO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANSACOES.
           SELECT TRANSACOES-HISTORICO ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT EXCECOES        ASSIGN TO "EXCECOES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCECOES.
           SELECT RELATORIO-JUROS ASSIGN TO "JURODREL"
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
       FD  CLIENTE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMAST.

       FD  APURACAO-JUROS
           LABEL RECORD IS STANDARD.
           COPY JDVLAY.

       FD  TRANSACOES
           LABEL RECORD IS STANDARD.
           COPY TRANLAY.

       FD  TRANSACOES-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY THSLAY.

       FD  EXCECOES
           LABEL RECORD IS STANDARD.
           COPY EXCLAY.

       FD  RELATORIO-JUROS
           LABEL RECORD IS STANDARD.
           COPY JDRLAY.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PRMLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-MASTER      PICTURE X(02) VALUE "00".
       01  WRK-FS-APURACAO    PICTURE X(02) VALUE "00".
       01  WRK-FS-TRANSACOES  PICTURE X(02) VALUE "00".
       01  WRK-FS-HISTORICO   PICTURE X(02) VALUE "00".
       01  WRK-FS-EXCECOES    PICTURE X(02) VALUE "00".
       01  WRK-FS-RELATORIO   PICTURE X(02) VALUE "00".
       01  WRK-FS-PARAMETROS  PICTURE X(02) VALUE "00".
       01  WRK-MASTER-FIM     PICTURE X(01) VALUE "N".
           88  FIM-DE-MASTER            VALUE "S".
           88  NAO-FIM-DE-MASTER        VALUE "N".
       01  WRK-APURACAO-FIM   PICTURE X(01) VALUE "N".
           88  FIM-DE-APURACAO          VALUE "S".
           88  NAO-FIM-DE-APURACAO      VALUE "N".
       01  WRK-HISTORICO-FIM  PICTURE X(01) VALUE "N".
           88  FIM-DE-HISTORICO         VALUE "S".
           88  NAO-FIM-DE-HISTORICO     VALUE "N".
       01  WRK-EXCECOES-FIM   PICTURE X(01) VALUE "N".
           88  FIM-DE-EXCECOES          VALUE "S".
           88  NAO-FIM-DE-EXCECOES      VALUE "N".
       01  WRK-APURACAO-ACHADA PICTURE X(01) VALUE "N".
           88  APURACAO-ACHADA          VALUE "S".
           88  APURACAO-NAO-ACHADA      VALUE "N".
       01  WRK-APURACAO-ALTERADA PICTURE X(01) VALUE "N".
           88  APURACAO-ALTERADA        VALUE "S".
           88  APURACAO-NAO-ALTERADA    VALUE "N".
       01  WRK-PERIODO-FECHADO PICTURE X(01) VALUE "N".
           88  PERIODO-FOI-FECHADO      VALUE "S".
           88  PERIODO-NAO-FOI-FECHADO  VALUE "N".
       01  WRK-DATA-ATUAL     PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-PROCESSAMENTO PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-PROCESSAMENTO-R
               REDEFINES WRK-DATA-PROCESSAMENTO.
           05  WRK-PERIODO-PROCESSAMENTO PICTURE 9(06).
           05  FILLER             PICTURE 9(02).
       01  WRK-TAXA-MENSAL    PICTURE 9(03)V99 VALUE ZEROS.
       01  WRK-NOME-PROGRAMA  PICTURE X(08) VALUE "JURODEV".
       01  WRK-PARM-PRESENTE  PICTURE X(01) VALUE "N".
           88  PARM-PRESENTE             VALUE "S".
           88  PARM-AUSENTE              VALUE "N".
       01  WRK-PARM-FIM       PICTURE X(01) VALUE "N".
           88  FIM-DE-PARAMETROS         VALUE "S".
           88  NAO-FIM-DE-PARAMETROS     VALUE "N".
       01  WRK-PARM-DATA          PICTURE X(08) VALUE SPACES.
       01  WRK-PARM-TAXA          PICTURE X(08) VALUE SPACES.
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
      *    VALIDAR OU O PERIODO A AVANCAR; WRK-DATA-AUXILIAR E O
      *    PRIMEIRO DIA DE UM MES, USADO PARA CONTAR OS DIAS DO MES
      *    (7000).
       01  WRK-DATA-CALCULO       PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-CALCULO-R REDEFINES WRK-DATA-CALCULO.
           05  WRK-DC-ANO         PICTURE 9(04).
           05  WRK-DC-MES         PICTURE 9(02).
           05  WRK-DC-DIA         PICTURE 9(02).
       01  WRK-DATA-CALCULO-P REDEFINES WRK-DATA-CALCULO.
           05  WRK-DC-PERIODO     PICTURE 9(06).
           05  FILLER             PICTURE 9(02).
       01  WRK-DATA-AUXILIAR      PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-AUXILIAR-R REDEFINES WRK-DATA-AUXILIAR.
           05  WRK-DA-ANO         PICTURE 9(04).
           05  WRK-DA-MES         PICTURE 9(02).
           05  WRK-DA-DIA         PICTURE 9(02).
       01  WRK-DIAS-NO-MES        PICTURE 9(02) VALUE ZEROS.
       01  WRK-DIA-JULIANO        PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-JULIANO-PROCESSAMENTO PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-JULIANO-FIM-PERIODO   PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-JULIANO-ULTIMA        PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-DIAS-APURAR        PICTURE S9(07) COMP VALUE ZERO.
       01  WRK-ULTIMO-DIA-DO-MES  PICTURE X(01) VALUE "N".
           88  E-ULTIMO-DIA-DO-MES       VALUE "S".
           88  NAO-E-ULTIMO-DIA-DO-MES   VALUE "N".
       01  WRK-SALDO-DEVEDOR      PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-VALOR-COBRANCA     PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-SALDO-MEDIO        PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-JUROS-ED           PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-SITUACAO-EVENTO    PICTURE X(12) VALUE SPACES.
       01  WRK-OBSERVACAO-EVENTO  PICTURE X(30) VALUE SPACES.
       01  WRK-TOTAL-CLIENTES     PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-EM-DESCOBERTO PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-COBRANCAS    PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-REENVIADAS   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-CONFIRMADAS  PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-EM-EXCECOES  PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-PENDENTES    PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-GRAVADOS     PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-VALOR-COBRADO-TOTAL PICTURE S9(09)V99 VALUE ZEROS.
       01  WRK-VALOR-ACUMULADO-TOTAL PICTURE S9(09)V99 VALUE ZEROS.
       01  WRK-TITULO.
           05  FILLER             PICTURE X(30)
               VALUE "JUROS DEVEDORES DO DESCOBERTO ".
           05  FILLER             PICTURE X(16)
               VALUE "- PROCESSAMENTO ".
           05  WRK-TIT-DATA       PICTURE 9(08).
           05  FILLER             PICTURE X(16)
               VALUE "  TAXA MENSAL ".
           05  WRK-TIT-TAXA       PICTURE ZZ9,99.
           05  FILLER             PICTURE X(02) VALUE " %".
       01  WRK-TITULO-COLUNAS.
           05  FILLER             PICTURE X(30)
               VALUE "CODIGO  NOME                  ".
           05  FILLER             PICTURE X(28)
               VALUE "MES    DIAS  SDO MEDIO      ".
           05  FILLER             PICTURE X(16)
               VALUE "JUROS  SITUACAO ".
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
           PERFORM 2000-CONTAR-PENDENTES THRU 2000-EXIT.
           IF WRK-TOTAL-PENDENTES > 0
               PERFORM 2200-CONFERIR-HISTORICO THRU 2200-EXIT
               PERFORM 2400-CONFERIR-EXCECOES THRU 2400-EXIT
           END-IF.
           PERFORM 3000-LER-CLIENTE THRU 3000-EXIT.
           PERFORM 3100-AVALIAR-CLIENTE THRU 3100-EXIT
               UNTIL FIM-DE-MASTER.
           PERFORM 8000-GRAVAR-TOTAIS THRU 8000-EXIT.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *    NA PRIMEIRA EXECUCAO O ARQUIVO DE APURACAO AINDA NAO
      *    EXISTE: ELE E CRIADO VAZIO E REABERTO PARA ATUALIZACAO.
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTE-MASTER.
           IF WRK-FS-MASTER = "35"
               DISPLAY "ARQUIVO CLIENTE-MASTER NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN I-O APURACAO-JUROS.
           IF WRK-FS-APURACAO = "35"
               OPEN OUTPUT APURACAO-JUROS
               CLOSE APURACAO-JUROS
               OPEN I-O APURACAO-JUROS
           END-IF.
           OPEN EXTEND TRANSACOES.
           IF WRK-FS-TRANSACOES = "35"
               OPEN OUTPUT TRANSACOES
           END-IF.
           OPEN OUTPUT RELATORIO-JUROS.
           MOVE WRK-DATA-ATUAL TO WRK-DATA-PROCESSAMENTO.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1100-GRAVAR-CABECALHO
      *-----------------------------------------------------------
       1100-GRAVAR-CABECALHO.
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-TIT-DATA.
           MOVE WRK-TAXA-MENSAL    TO WRK-TIT-TAXA.
           MOVE SPACES             TO JDR-LINHA.
           MOVE WRK-TITULO         TO JDR-CAB-TEXTO.
           WRITE JDR-LINHA.
           MOVE SPACES             TO JDR-LINHA.
           WRITE JDR-LINHA.
           MOVE SPACES             TO JDR-LINHA.
           MOVE WRK-TITULO-COLUNAS TO JDR-CAB-TEXTO.
           WRITE JDR-LINHA.
           MOVE SPACES             TO JDR-LINHA.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1200-OBTER-PARAMETROS
      *    DATA DE PROCESSAMENTO (O DIA APURADO) E TAXA MENSAL DOS
      *    JUROS DO DESCOBERTO, EM CENTESIMOS DE PORCENTO (EX: 800
      *    = 8,00 POR CENTO AO MES), COMO A TAXA DO JUROGER. COM
      *    CARTAO, UM VALOR INVALIDO ABORTA A EXECUCAO; SEM CARTAO,
      *    O PROMPT E RE-EXIBIDO.
      *-----------------------------------------------------------
       1200-OBTER-PARAMETROS.
           PERFORM 1250-OBTER-DATA-PROCESSAMENTO THRU 1250-EXIT.
           MOVE "TAXA MENSAL EM CENTESIMOS DE PORCENTO (EX: 800 = 8,00)"
               TO WRK-TEXTO-PROMPT.
           MOVE WRK-PARM-TAXA TO WRK-PARM-CORRENTE.
           MOVE 1     TO WRK-MINIMO-ACEITO.
           MOVE 99999 TO WRK-MAXIMO-ACEITO.
           PERFORM 1210-OBTER-NUMERO THRU 1210-EXIT.
           COMPUTE WRK-TAXA-MENSAL = WRK-VALOR-NUMERICO / 100.
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
      *    DESTE PROGRAMA (PRM-PROGRAMA = JURODEV), PARA QUE UMA
      *    EXECUCAO AGENDADA NAO PRECISE DE OPERADOR NO CONSOLE.
      *    SEM ARQUIVO OU SEM CARTAO PARA O PROGRAMA, OS PROMPTS
      *    DE CONSOLE CONTINUAM VALENDO. NO FIM, PREPARA AS DATAS
      *    DO DIA APURADO.
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
                       MOVE PRM-PARM-2 TO WRK-PARM-TAXA
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2000-CONTAR-PENDENTES
      *    CONTA AS COBRANCAS GERADAS EM EXECUCOES ANTERIORES E
      *    AINDA NAO CONFERIDAS; SEM NENHUMA, O HISTORICO E AS
      *    EXCECOES NAO PRECISAM SER LIDOS. TAMBEM DETERMINA SE O
      *    DIA APURADO E O ULTIMO DO MES.
      *-----------------------------------------------------------
       2000-CONTAR-PENDENTES.
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-CALCULO.
           PERFORM 7000-CALCULAR-DIAS-NO-MES THRU 7000-EXIT.
           SET NAO-E-ULTIMO-DIA-DO-MES TO TRUE.
           IF WRK-DC-DIA = WRK-DIAS-NO-MES
               SET E-ULTIMO-DIA-DO-MES TO TRUE
           END-IF.
           COMPUTE WRK-JULIANO-PROCESSAMENTO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PROCESSAMENTO).
           MOVE ZERO TO WRK-TOTAL-PENDENTES.
           SET NAO-FIM-DE-APURACAO TO TRUE.
           MOVE LOW-VALUES TO JDV-REGISTRO.
           START APURACAO-JUROS KEY IS NOT LESS THAN JDV-CLIENTE-ID
               INVALID KEY
                   SET FIM-DE-APURACAO TO TRUE
           END-START.
           PERFORM 2050-LER-PROXIMA-APURACAO THRU 2050-EXIT
               UNTIL FIM-DE-APURACAO.
       2000-EXIT.
           EXIT.

       2050-LER-PROXIMA-APURACAO.
           READ APURACAO-JUROS NEXT RECORD
               AT END
                   SET FIM-DE-APURACAO TO TRUE
               NOT AT END
                   IF JDV-COBRANCA-GERADA
                       AND JDV-DATA-COBRANCA < WRK-DATA-PROCESSAMENTO
                       ADD 1 TO WRK-TOTAL-PENDENTES
                   END-IF
           END-READ.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2200-CONFERIR-HISTORICO
      *    A COBRANCA FOI APLICADA SE O HISTORICO TEM UM JUROSDEV
      *    DO CLIENTE, NO VALOR GERADO, COM DATA IGUAL OU POSTERIOR
      *    A GERACAO - PELO CLIENTES OU POR UMA APROVACAO EM
      *    EXCREVIS.
      *-----------------------------------------------------------
       2200-CONFERIR-HISTORICO.
           SET NAO-FIM-DE-HISTORICO TO TRUE.
           OPEN INPUT TRANSACOES-HISTORICO.
           IF WRK-FS-HISTORICO = "35"
               DISPLAY "ARQUIVO TRANSACOES-HISTORICO NAO ENCONTRADO "
                       "- NENHUMA COBRANCA CONFIRMADA"
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
           IF HIS-COD-OPERACAO = "JUROSDEV"
               MOVE HIS-CLIENTE-ID TO JDV-CLIENTE-ID
               PERFORM 2600-LER-APURACAO THRU 2600-EXIT
               IF APURACAO-ACHADA
                   AND JDV-COBRANCA-GERADA
                   AND JDV-DATA-COBRANCA < WRK-DATA-PROCESSAMENTO
                   AND HIS-VALOR = JDV-VALOR-COBRANCA
                   AND HIS-DATA NOT < JDV-DATA-COBRANCA
                   SET JDV-COBRANCA-CONFIRMADA TO TRUE
                   ADD 1 TO WRK-TOTAL-CONFIRMADAS
                   MOVE "CONFIRMADO" TO WRK-SITUACAO-EVENTO
                   MOVE "JUROSDEV APLICADO NO HISTORICO"
                       TO WRK-OBSERVACAO-EVENTO
                   PERFORM 2700-REGRAVAR-CONFERENCIA THRU 2700-EXIT
               END-IF
           END-IF.
           PERFORM 2210-LER-HISTORICO THRU 2210-EXIT.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2400-CONFERIR-EXCECOES
      *    A COBRANCA DESVIADA PARA EXCECOES (CONTA EM RETENCAO OU
      *    ENCERRADA) FICA COM A REVISAO MANUAL, QUE PODE APROVA-LA
      *    OU REJEITA-LA: JURODEV NAO A GRAVA DE NOVO.
      *-----------------------------------------------------------
       2400-CONFERIR-EXCECOES.
           SET NAO-FIM-DE-EXCECOES TO TRUE.
           OPEN INPUT EXCECOES.
           IF WRK-FS-EXCECOES = "35"
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-LER-EXCECAO THRU 2410-EXIT.
           PERFORM 2450-AVALIAR-EXCECAO THRU 2450-EXIT
               UNTIL FIM-DE-EXCECOES.
           CLOSE EXCECOES.
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
           IF EXC-OP-JUROS-DEVEDORES
               MOVE EXC-CLIENTE-ID TO JDV-CLIENTE-ID
               PERFORM 2600-LER-APURACAO THRU 2600-EXIT
               IF APURACAO-ACHADA
                   AND JDV-COBRANCA-GERADA
                   AND JDV-DATA-COBRANCA < WRK-DATA-PROCESSAMENTO
                   AND EXC-VALOR-OPERACAO = JDV-VALOR-COBRANCA
                   AND EXC-DATA NOT < JDV-DATA-COBRANCA
                   SET JDV-COBRANCA-EM-EXCECOES TO TRUE
                   ADD 1 TO WRK-TOTAL-EM-EXCECOES
                   MOVE "EM EXCECOES" TO WRK-SITUACAO-EVENTO
                   MOVE "COBRANCA COM A REVISAO MANUAL"
                       TO WRK-OBSERVACAO-EVENTO
                   PERFORM 2700-REGRAVAR-CONFERENCIA THRU 2700-EXIT
               END-IF
           END-IF.
           PERFORM 2410-LER-EXCECAO THRU 2410-EXIT.
       2450-EXIT.
           EXIT.

       2600-LER-APURACAO.
           SET APURACAO-ACHADA TO TRUE.
           READ APURACAO-JUROS
               INVALID KEY
                   SET APURACAO-NAO-ACHADA TO TRUE
           END-READ.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2700-REGRAVAR-CONFERENCIA
      *    GRAVA O RESULTADO DA CONFERENCIA E A LINHA DO RELATORIO
      *    COM O PERIODO, OS DIAS E O VALOR DA COBRANCA CONFERIDA.
      *-----------------------------------------------------------
       2700-REGRAVAR-CONFERENCIA.
           REWRITE JDV-REGISTRO.
           IF WRK-FS-APURACAO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR APURACAO DO CLIENTE "
                       JDV-CLIENTE-ID " - STATUS " WRK-FS-APURACAO
           END-IF.
           MOVE SPACES                  TO JDR-LINHA.
           MOVE JDV-CLIENTE-ID          TO JDR-DET-CLIENTE.
           MOVE JDV-PERIODO-COBRADO     TO JDR-DET-PERIODO.
           MOVE JDV-DIAS-COBRADOS       TO JDR-DET-DIAS.
           MOVE JDV-SALDO-MEDIO-COBRADO TO JDR-DET-SALDO-MEDIO.
           MOVE JDV-VALOR-COBRANCA      TO JDR-DET-JUROS.
           MOVE WRK-SITUACAO-EVENTO     TO JDR-DET-SITUACAO.
           MOVE WRK-OBSERVACAO-EVENTO   TO JDR-DET-OBSERVACAO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3000-LER-CLIENTE
      *-----------------------------------------------------------
       3000-LER-CLIENTE.
           READ CLIENTE-MASTER
               AT END
                   SET FIM-DE-MASTER TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3100-AVALIAR-CLIENTE
      *    O CLIENTE SEM REGISTRO DE APURACAO SO PASSA A TER UM
      *    QUANDO ENTRA NO DESCOBERTO; O PRIMEIRO DIA APURADO E O
      *    PROPRIO DIA DE PROCESSAMENTO. A CONTA ENCERRADA NAO E
      *    APURADA - CLIMANUT SO A ENCERRA SEM JUROS ACUMULADOS NEM
      *    COBRANCA PENDENTE.
      *-----------------------------------------------------------
       3100-AVALIAR-CLIENTE.
           ADD 1 TO WRK-TOTAL-CLIENTES.
           IF NOT CLI-STATUS-ENCERRADO
               PERFORM 3110-APURAR-CLIENTE THRU 3110-EXIT
           END-IF.
           PERFORM 3000-LER-CLIENTE THRU 3000-EXIT.
       3100-EXIT.
           EXIT.

       3110-APURAR-CLIENTE.
           SET APURACAO-NAO-ALTERADA TO TRUE.
           SET PERIODO-NAO-FOI-FECHADO TO TRUE.
           MOVE CLI-ID TO JDV-CLIENTE-ID.
           PERFORM 2600-LER-APURACAO THRU 2600-EXIT.
           IF APURACAO-NAO-ACHADA
               IF CLI-SALDO NOT < 0
                   GO TO 3110-EXIT
               END-IF
               PERFORM 3150-CRIAR-APURACAO THRU 3150-EXIT
           END-IF.
           PERFORM 3200-APURAR-DIAS THRU 3200-EXIT.
           PERFORM 3500-REENVIAR-COBRANCA THRU 3500-EXIT.
           IF PERIODO-NAO-FOI-FECHADO
               AND JDV-DIAS-DESCOBERTO > 0
               PERFORM 4000-GRAVAR-APURACAO-MES THRU 4000-EXIT
           END-IF.
           IF APURACAO-NAO-ACHADA
               WRITE JDV-REGISTRO
               IF WRK-FS-APURACAO NOT = "00"
                   DISPLAY "ERRO AO INCLUIR APURACAO DO CLIENTE "
                           JDV-CLIENTE-ID " - STATUS " WRK-FS-APURACAO
               END-IF
           ELSE
               IF APURACAO-ALTERADA
                   REWRITE JDV-REGISTRO
                   IF WRK-FS-APURACAO NOT = "00"
                       DISPLAY "ERRO AO REGRAVAR APURACAO DO CLIENTE "
                               JDV-CLIENTE-ID " - STATUS "
                               WRK-FS-APURACAO
                   END-IF
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.

       3150-CRIAR-APURACAO.
           MOVE CLI-ID                    TO JDV-CLIENTE-ID.
           MOVE WRK-PERIODO-PROCESSAMENTO TO JDV-PERIODO.
           COMPUTE WRK-DIA-JULIANO = WRK-JULIANO-PROCESSAMENTO - 1.
           COMPUTE JDV-DATA-ULTIMA-APURACAO =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO).
           MOVE ZEROS  TO JDV-DIAS-DESCOBERTO
                          JDV-SOMA-SALDOS-DEVEDORES
                          JDV-JUROS-ACUMULADOS.
           SET JDV-SEM-COBRANCA TO TRUE.
           MOVE ZEROS  TO JDV-PERIODO-COBRADO
                          JDV-DATA-COBRANCA
                          JDV-VALOR-COBRANCA
                          JDV-DIAS-COBRADOS
                          JDV-SALDO-MEDIO-COBRADO.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3200-APURAR-DIAS
      *    APURA OS DIAS CORRIDOS DESDE A ULTIMA APURACAO ATE O DIA
      *    DE PROCESSAMENTO COM O SALDO ATUAL. SE O FIM DO PERIODO
      *    DO REGISTRO FICOU PARA TRAS (ULTIMO DIA DO MES NAO
      *    PROCESSADO), OS DIAS ATE ELE SAO APURADOS E O PERIODO E
      *    FECHADO ANTES DOS DIAS DO MES NOVO. UMA SEGUNDA EXECUCAO
      *    NO MESMO DIA NAO APURA NADA.
      *-----------------------------------------------------------
       3200-APURAR-DIAS.
           IF JDV-DATA-ULTIMA-APURACAO NOT < WRK-DATA-PROCESSAMENTO
               GO TO 3200-EXIT
           END-IF.
           SET APURACAO-ALTERADA TO TRUE.
           COMPUTE WRK-JULIANO-ULTIMA =
               FUNCTION INTEGER-OF-DATE(JDV-DATA-ULTIMA-APURACAO).
           IF JDV-PERIODO < WRK-PERIODO-PROCESSAMENTO
               MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-AUXILIAR
               MOVE 1 TO WRK-DA-DIA
               COMPUTE WRK-JULIANO-FIM-PERIODO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-AUXILIAR) - 1
               COMPUTE WRK-DIAS-APURAR =
                   WRK-JULIANO-FIM-PERIODO - WRK-JULIANO-ULTIMA
               PERFORM 3300-ACUMULAR-DIAS THRU 3300-EXIT
               PERFORM 3400-FECHAR-PERIODO THRU 3400-EXIT
               MOVE WRK-PERIODO-PROCESSAMENTO TO JDV-PERIODO
               IF WRK-JULIANO-FIM-PERIODO > WRK-JULIANO-ULTIMA
                   MOVE WRK-JULIANO-FIM-PERIODO TO WRK-JULIANO-ULTIMA
               END-IF
           END-IF.
           COMPUTE WRK-DIAS-APURAR =
               WRK-JULIANO-PROCESSAMENTO - WRK-JULIANO-ULTIMA.
           PERFORM 3300-ACUMULAR-DIAS THRU 3300-EXIT.
           MOVE WRK-DATA-PROCESSAMENTO TO JDV-DATA-ULTIMA-APURACAO.
           IF E-ULTIMO-DIA-DO-MES
               PERFORM 3400-FECHAR-PERIODO THRU 3400-EXIT
               MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-CALCULO
               ADD 1 TO WRK-DC-MES
               IF WRK-DC-MES > 12
                   MOVE 1 TO WRK-DC-MES
                   ADD 1 TO WRK-DC-ANO
               END-IF
               MOVE WRK-DC-PERIODO TO JDV-PERIODO
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3300-ACUMULAR-DIAS
      *    SO O SALDO NEGATIVO RENDE JUROS: 1/30 DA TAXA MENSAL POR
      *    DIA CORRIDO, SOBRE O SALDO DEVEDOR.
      *-----------------------------------------------------------
       3300-ACUMULAR-DIAS.
           IF WRK-DIAS-APURAR NOT > 0
               OR CLI-SALDO NOT < 0
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WRK-SALDO-DEVEDOR = 0 - CLI-SALDO.
           ADD WRK-DIAS-APURAR TO JDV-DIAS-DESCOBERTO.
           COMPUTE JDV-SOMA-SALDOS-DEVEDORES =
               JDV-SOMA-SALDOS-DEVEDORES
               + WRK-SALDO-DEVEDOR * WRK-DIAS-APURAR.
           COMPUTE JDV-JUROS-ACUMULADOS ROUNDED =
               JDV-JUROS-ACUMULADOS
               + WRK-SALDO-DEVEDOR * WRK-TAXA-MENSAL
                 * WRK-DIAS-APURAR / 3000.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3400-FECHAR-PERIODO
      *    ARREDONDA OS JUROS DO MES AO CENTAVO E GRAVA A COBRANCA
      *    EM TRANSACOES; UMA COBRANCA ANTERIOR AINDA NAO CONFERIDA
      *    E SOMADA A NOVA, EM UM UNICO LANCAMENTO. ZERA O PERIODO.
      *-----------------------------------------------------------
       3400-FECHAR-PERIODO.
           SET PERIODO-FOI-FECHADO TO TRUE.
           IF JDV-DIAS-DESCOBERTO > 0
               PERFORM 3410-COBRAR-PERIODO THRU 3410-EXIT
           END-IF.
           MOVE ZEROS TO JDV-DIAS-DESCOBERTO
                         JDV-SOMA-SALDOS-DEVEDORES
                         JDV-JUROS-ACUMULADOS.
       3400-EXIT.
           EXIT.

       3410-COBRAR-PERIODO.
           COMPUTE WRK-VALOR-COBRANCA ROUNDED = JDV-JUROS-ACUMULADOS.
           COMPUTE WRK-SALDO-MEDIO ROUNDED =
               JDV-SOMA-SALDOS-DEVEDORES / JDV-DIAS-DESCOBERTO.
           MOVE SPACES TO WRK-OBSERVACAO-EVENTO.
           IF JDV-COBRANCA-GERADA
               AND JDV-DATA-COBRANCA < WRK-DATA-PROCESSAMENTO
               ADD JDV-VALOR-COBRANCA TO WRK-VALOR-COBRANCA
               MOVE "INCLUI COBRANCA NAO CONFIRMADA"
                   TO WRK-OBSERVACAO-EVENTO
           END-IF.
           IF WRK-VALOR-COBRANCA = 0
               MOVE "SEM COBRANCA" TO WRK-SITUACAO-EVENTO
               MOVE "JUROS DO MES INFERIORES A 0,01"
                   TO WRK-OBSERVACAO-EVENTO
           ELSE
               MOVE JDV-PERIODO         TO JDV-PERIODO-COBRADO
               MOVE JDV-DIAS-DESCOBERTO TO JDV-DIAS-COBRADOS
               MOVE WRK-SALDO-MEDIO     TO JDV-SALDO-MEDIO-COBRADO
               MOVE WRK-VALOR-COBRANCA  TO JDV-VALOR-COBRANCA
               PERFORM 3600-GRAVAR-COBRANCA THRU 3600-EXIT
               ADD 1 TO WRK-TOTAL-COBRANCAS
               ADD WRK-VALOR-COBRANCA TO WRK-VALOR-COBRADO-TOTAL
               MOVE "COBRADO" TO WRK-SITUACAO-EVENTO
           END-IF.
           MOVE WRK-VALOR-COBRANCA  TO WRK-JUROS-ED.
           MOVE JDV-PERIODO         TO JDR-DET-PERIODO.
           MOVE JDV-DIAS-DESCOBERTO TO JDR-DET-DIAS.
           PERFORM 4300-GRAVAR-LINHA-CLIENTE THRU 4300-EXIT.
       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3500-REENVIAR-COBRANCA
      *    COBRANCA GERADA EM EXECUCAO ANTERIOR QUE NAO APARECEU NO
      *    HISTORICO NEM EM EXCECOES NAO FOI APLICADA (CLIENTE FORA
      *    DO CLIENTE-INPUT DO DIA): O LANCAMENTO E GRAVADO DE NOVO.
      *-----------------------------------------------------------
       3500-REENVIAR-COBRANCA.
           IF NOT JDV-COBRANCA-GERADA
               OR JDV-DATA-COBRANCA NOT < WRK-DATA-PROCESSAMENTO
               GO TO 3500-EXIT
           END-IF.
           SET APURACAO-ALTERADA TO TRUE.
           PERFORM 3600-GRAVAR-COBRANCA THRU 3600-EXIT.
           ADD 1 TO WRK-TOTAL-REENVIADAS.
           MOVE "REENVIADO" TO WRK-SITUACAO-EVENTO.
           MOVE "COBRANCA NAO APLICADA PELO LOTE"
               TO WRK-OBSERVACAO-EVENTO.
           MOVE JDV-DIAS-COBRADOS       TO JDR-DET-DIAS.
           MOVE JDV-VALOR-COBRANCA      TO WRK-JUROS-ED.
           MOVE JDV-SALDO-MEDIO-COBRADO TO WRK-SALDO-MEDIO.
           MOVE JDV-PERIODO-COBRADO     TO JDR-DET-PERIODO.
           PERFORM 4300-GRAVAR-LINHA-CLIENTE THRU 4300-EXIT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3600-GRAVAR-COBRANCA
      *    LANCAMENTO JUROSDEV DO VALOR DA COBRANCA.
      *-----------------------------------------------------------
       3600-GRAVAR-COBRANCA.
           MOVE CLI-ID              TO TRN-CLIENTE-ID.
           SET TRN-E-JUROS-DEVEDORES TO TRUE.
           MOVE JDV-VALOR-COBRANCA  TO TRN-VALOR.
           MOVE ZEROS               TO TRN-DATA-ORIGEM.
           MOVE SPACES              TO TRN-OPER-ORIGEM.
           MOVE ZEROS               TO TRN-CLIENTE-DESTINO.
           WRITE TRN-REGISTRO.
           IF WRK-FS-TRANSACOES NOT = "00"
               DISPLAY "ERRO AO GRAVAR COBRANCA DO CLIENTE "
                       CLI-ID " - STATUS " WRK-FS-TRANSACOES
           END-IF.
           ADD 1 TO WRK-TOTAL-GRAVADOS.
           SET JDV-COBRANCA-GERADA TO TRUE.
           MOVE WRK-DATA-PROCESSAMENTO TO JDV-DATA-COBRANCA.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    4000-GRAVAR-APURACAO-MES
      *    LINHA DO CLIENTE EM DESCOBERTO NO MES CORRENTE, COM OS
      *    JUROS ACUMULADOS ATE O DIA.
      *-----------------------------------------------------------
       4000-GRAVAR-APURACAO-MES.
           ADD 1 TO WRK-TOTAL-EM-DESCOBERTO.
           COMPUTE WRK-JUROS-ED ROUNDED = JDV-JUROS-ACUMULADOS.
           ADD WRK-JUROS-ED TO WRK-VALOR-ACUMULADO-TOTAL.
           COMPUTE WRK-SALDO-MEDIO ROUNDED =
               JDV-SOMA-SALDOS-DEVEDORES / JDV-DIAS-DESCOBERTO.
           MOVE "EM APURACAO" TO WRK-SITUACAO-EVENTO.
           MOVE SPACES TO WRK-OBSERVACAO-EVENTO.
           IF CLI-SALDO NOT < 0
               MOVE "SALDO ATUAL FORA DO DESCOBERTO"
                   TO WRK-OBSERVACAO-EVENTO
           END-IF.
           MOVE JDV-DIAS-DESCOBERTO TO JDR-DET-DIAS.
           MOVE JDV-PERIODO         TO JDR-DET-PERIODO.
           PERFORM 4300-GRAVAR-LINHA-CLIENTE THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    4100-GRAVAR-LINHA
      *-----------------------------------------------------------
       4100-GRAVAR-LINHA.
           WRITE JDR-LINHA.
           IF WRK-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO GRAVAR RELATORIO DE JUROS - STATUS "
                       WRK-FS-RELATORIO
           END-IF.
           MOVE SPACES TO JDR-LINHA.
           MOVE SPACES TO WRK-OBSERVACAO-EVENTO.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    4300-GRAVAR-LINHA-CLIENTE
      *    COMPLETA A LINHA COM OS DADOS DO CLIENTE E OS VALORES
      *    PREPARADOS (WRK-SALDO-MEDIO, WRK-JUROS-ED, SITUACAO E
      *    OBSERVACAO). PERIODO E DIAS JA VEM NA LINHA.
      *-----------------------------------------------------------
       4300-GRAVAR-LINHA-CLIENTE.
           MOVE CLI-ID                TO JDR-DET-CLIENTE.
           MOVE CLI-NOME              TO JDR-DET-NOME.
           MOVE WRK-SALDO-MEDIO       TO JDR-DET-SALDO-MEDIO.
           MOVE WRK-JUROS-ED          TO JDR-DET-JUROS.
           MOVE WRK-SITUACAO-EVENTO   TO JDR-DET-SITUACAO.
           MOVE WRK-OBSERVACAO-EVENTO TO JDR-DET-OBSERVACAO.
           PERFORM 4100-GRAVAR-LINHA THRU 4100-EXIT.
       4300-EXIT.
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
           MOVE SPACES TO JDR-LINHA.
           WRITE JDR-LINHA.
           MOVE SPACES TO JDR-LINHA.
           MOVE "CLIENTES LIDOS...............:" TO JDR-TOT-TEXTO.
           MOVE WRK-TOTAL-CLIENTES TO JDR-TOT-QTDE.
           WRITE JDR-LINHA.
           MOVE SPACES TO JDR-LINHA.
           MOVE "EM DESCOBERTO NO MES / JUROS.:" TO JDR-TOT-TEXTO.
           MOVE WRK-TOTAL-EM-DESCOBERTO TO JDR-TOT-QTDE.
           MOVE WRK-VALOR-ACUMULADO-TOTAL TO JDR-TOT-VALOR.
           WRITE JDR-LINHA.
           MOVE SPACES TO JDR-LINHA.
           MOVE "COBRANCAS GERADAS / VALOR....:" TO JDR-TOT-TEXTO.
           MOVE WRK-TOTAL-COBRANCAS TO JDR-TOT-QTDE.
           MOVE WRK-VALOR-COBRADO-TOTAL TO JDR-TOT-VALOR.
           WRITE JDR-LINHA.
           MOVE SPACES TO JDR-LINHA.
           MOVE "COBRANCAS REENVIADAS.........:" TO JDR-TOT-TEXTO.
           MOVE WRK-TOTAL-REENVIADAS TO JDR-TOT-QTDE.
           WRITE JDR-LINHA.
           MOVE SPACES TO JDR-LINHA.
           MOVE "COBRANCAS CONFIRMADAS........:" TO JDR-TOT-TEXTO.
           MOVE WRK-TOTAL-CONFIRMADAS TO JDR-TOT-QTDE.
           WRITE JDR-LINHA.
           MOVE SPACES TO JDR-LINHA.
           MOVE "COBRANCAS EM EXCECOES........:" TO JDR-TOT-TEXTO.
           MOVE WRK-TOTAL-EM-EXCECOES TO JDR-TOT-QTDE.
           WRITE JDR-LINHA.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8900-EXIBIR-RESUMO
      *-----------------------------------------------------------
       8900-EXIBIR-RESUMO.
           DISPLAY "------------------".
           DISPLAY "DATA DE PROCESSAMENTO..: " WRK-DATA-PROCESSAMENTO.
           DISPLAY "CLIENTES LIDOS.........: " WRK-TOTAL-CLIENTES.
           DISPLAY "EM DESCOBERTO NO MES...: " WRK-TOTAL-EM-DESCOBERTO.
           DISPLAY "COBRANCAS GERADAS......: " WRK-TOTAL-COBRANCAS.
           DISPLAY "COBRANCAS REENVIADAS...: " WRK-TOTAL-REENVIADAS.
       8900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    9800-GRAVAR-LOG-EXECUCAO
      *    ACRESCENTA AO LOG DE EXECUCOES (COPY LOGLAY) O
      *    REGISTRO DESTA EXECUCAO, COM O RETURN-CODE FINAL.
      *    EXECUTADO NO FIM NORMAL E EM TODO CAMINHO DE ABORTO,
      *    ANTES DO STOP RUN; UMA FALHA NA GRAVACAO DO LOG E
      *    EXIBIDA MAS NAO ALTERA O RETURN-CODE. A EXECUCAO QUE
      *    GRAVOU COBRANCAS E MARCADA COMO ALTERACAO DO ARQUIVO
      *    TRANSACOES.
      *-----------------------------------------------------------
       9800-GRAVAR-LOG-EXECUCAO.
           OPEN EXTEND LOG-EXECUCAO.
           IF WRK-FS-LOG = "35"
               OPEN OUTPUT LOG-EXECUCAO
           END-IF.
           MOVE "JURODEV"              TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           IF WRK-TOTAL-GRAVADOS > 0
               SET LOG-ALTEROU-TRANSACOES TO TRUE
           END-IF.
           MOVE WRK-TOTAL-CLIENTES     TO LOG-QTDE-LIDOS.
           MOVE WRK-TOTAL-GRAVADOS     TO LOG-QTDE-GRAVADOS.
           MOVE WRK-TOTAL-EM-EXCECOES  TO LOG-QTDE-REJEITADOS.
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
           CLOSE CLIENTE-MASTER.
           CLOSE APURACAO-JUROS.
           CLOSE TRANSACOES.
           CLOSE RELATORIO-JUROS.
       9999-EXIT.
           EXIT.
