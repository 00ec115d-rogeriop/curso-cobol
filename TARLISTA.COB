      *-----------------------------------------------------------
      *    PROGRAM-ID. TARLISTA.
      *    LISTAGEM DA TABELA DE TARIFAS EM VIGOR (ARQUIVO
      *    TARIFAS, COPY TARLAY), NA ORDEM DA CHAVE - OPERACAO E
      *    AGENCIA - PARA QUE AS AGENCIAS CONFIRMEM O QUE CLIENTES
      *    ESTA COBRANDO EM CADA SAQUE E TRANSFERENCIA. A AGENCIA
      *    00 E IMPRESSA COMO "TODAS" (TARIFA PADRAO, USADA QUANDO
      *    A AGENCIA DO CLIENTE NAO TEM TARIFA PROPRIA) E O MAXIMO
      *    ZERO (SEM MAXIMO) SAI EM BRANCO.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-14  RPO    PROGRAMA CRIADO.
      *    2026-10-14  RPO    CADA EXECUCAO, NORMAL OU ABORTADA, PASSA
      *                       A SER REGISTRADA NO LOG DE EXECUCOES
      *                       (COPY LOGLAY) COM HORARIOS, RETURN-
      *                       CODE E CONTAGENS.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARLISTA.
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
           SELECT TABELA-TARIFAS  ASSIGN TO "TARIFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WRK-FS-TARIFAS.
           SELECT RELATORIO-TARIFAS ASSIGN TO "TARIFREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-TARIFAS
           LABEL RECORD IS STANDARD.
           COPY TARLAY.

       FD  RELATORIO-TARIFAS
           LABEL RECORD IS STANDARD.
           COPY TFLLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-TARIFAS     PICTURE X(02) VALUE "00".
       01  WRK-FS-RELATORIO   PICTURE X(02) VALUE "00".
       01  WRK-TARIFAS-FIM    PICTURE X(01) VALUE "N".
           88  FIM-DE-TARIFAS           VALUE "S".
           88  NAO-FIM-DE-TARIFAS       VALUE "N".
       01  WRK-DATA-ATUAL     PICTURE 9(08) VALUE ZEROS.
       01  WRK-TOTAL-TARIFAS  PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TITULO.
           05  FILLER             PICTURE X(30)
               VALUE "TABELA DE TARIFAS EM VIGOR EM ".
           05  WRK-TIT-DATA       PICTURE 9(08).
       01  WRK-TITULO-COLUNAS.
           05  FILLER             PICTURE X(17)
               VALUE "OPERACAO  AGENC  ".
           05  FILLER             PICTURE X(22)
               VALUE "DESCRICAO             ".
           05  FILLER             PICTURE X(22)
               VALUE "     FIXO  PERC%      ".
           05  FILLER             PICTURE X(17)
               VALUE "MINIMO     MAXIMO".
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
           PERFORM 1100-GRAVAR-CABECALHO THRU 1100-EXIT.
           PERFORM 2000-LER-TARIFA THRU 2000-EXIT.
           PERFORM 2100-GRAVAR-LINHA-TARIFA THRU 2100-EXIT
               UNTIL FIM-DE-TARIFAS.
           PERFORM 3000-GRAVAR-TOTAL THRU 3000-EXIT.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           OPEN INPUT TABELA-TARIFAS.
           IF WRK-FS-TARIFAS = "35"
               DISPLAY "ARQUIVO TARIFAS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-TARIFAS.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           SET NAO-FIM-DE-TARIFAS TO TRUE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1100-GRAVAR-CABECALHO
      *    TITULO COM A DATA DA EMISSAO E OS TITULOS DAS COLUNAS.
      *-----------------------------------------------------------
       1100-GRAVAR-CABECALHO.
           MOVE WRK-DATA-ATUAL TO WRK-TIT-DATA.
           MOVE SPACES         TO TFL-LINHA.
           MOVE WRK-TITULO     TO TFL-CAB-TEXTO.
           WRITE TFL-LINHA.
           MOVE SPACES         TO TFL-LINHA.
           WRITE TFL-LINHA.
           MOVE SPACES         TO TFL-LINHA.
           MOVE WRK-TITULO-COLUNAS TO TFL-CAB-TEXTO.
           WRITE TFL-LINHA.
       1100-EXIT.
           EXIT.

       2000-LER-TARIFA.
           READ TABELA-TARIFAS
               AT END
                   SET FIM-DE-TARIFAS TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2100-GRAVAR-LINHA-TARIFA
      *    UMA LINHA POR TARIFA, COM A AGENCIA 00 IMPRESSA COMO
      *    "TODAS".
      *-----------------------------------------------------------
       2100-GRAVAR-LINHA-TARIFA.
           MOVE SPACES            TO TFL-LINHA.
           MOVE TAR-COD-OPERACAO  TO TFL-DET-OPERACAO.
           IF TAR-AGENCIA = 0
               MOVE "TODAS"       TO TFL-DET-AGENCIA
           ELSE
               MOVE TAR-AGENCIA   TO TFL-DET-AGENCIA
           END-IF.
           MOVE TAR-DESCRICAO     TO TFL-DET-DESCRICAO.
           MOVE TAR-VALOR-FIXO    TO TFL-DET-FIXO.
           MOVE TAR-PERCENTUAL    TO TFL-DET-PERCENTUAL.
           MOVE TAR-VALOR-MINIMO  TO TFL-DET-MINIMO.
           MOVE TAR-VALOR-MAXIMO  TO TFL-DET-MAXIMO.
           WRITE TFL-LINHA.
           ADD 1 TO WRK-TOTAL-TARIFAS.
           PERFORM 2000-LER-TARIFA THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       3000-GRAVAR-TOTAL.
           MOVE SPACES            TO TFL-LINHA.
           WRITE TFL-LINHA.
           MOVE SPACES            TO TFL-LINHA.
           MOVE "TARIFAS EM VIGOR.............:" TO TFL-TOT-TEXTO.
           MOVE WRK-TOTAL-TARIFAS TO TFL-TOT-QTDE.
           WRITE TFL-LINHA.
           DISPLAY "TARIFAS LISTADAS...: " WRK-TOTAL-TARIFAS.
       3000-EXIT.
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
           MOVE "TARLISTA"             TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           MOVE WRK-TOTAL-TARIFAS      TO LOG-QTDE-LIDOS.
           MOVE ZERO                   TO LOG-QTDE-GRAVADOS.
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
           CLOSE TABELA-TARIFAS.
           CLOSE RELATORIO-TARIFAS.
       9999-EXIT.
           EXIT.
