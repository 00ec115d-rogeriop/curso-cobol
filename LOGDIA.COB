      *-----------------------------------------------------------
      *    PROGRAM-ID. LOGDIA.
      *    RELATORIO DIARIO DO LOG DE EXECUCOES (LOGEXEC, COPY
      *    LOGLAY). LISTA, NA ORDEM EM QUE RODARAM, TODAS AS
      *    EXECUCOES DE PROGRAMAS DO LOTE NA DATA PEDIDA - HORA DE
      *    INICIO E FIM, RETURN-CODE, DATA DO ARQUIVO TRANSACOES
      *    (TRANEDIT/CLIENTES), SE A EXECUCAO ALTEROU O ARQUIVO
      *    TRANSACOES E AS TRES CONTAGENS - COM A SITUACAO DE CADA
      *    UMA (OK, ATENCAO PARA RETURN-CODE 4, FALHA DE 8 PARA
      *    CIMA) E OS TOTAIS DO DIA.
      *    A DATA VEM DO CARTAO DE PARAMETRO (PARM-1, EM BRANCO =
      *    HOJE) OU, SEM CARTAO, DO CONSOLE.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-14  RPO    PROGRAMA CRIADO.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGDIA.
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
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT RELATORIO-LOG   ASSIGN TO "LOGDIREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT PARAMETROS      ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       FD  RELATORIO-LOG
           LABEL RECORD IS STANDARD.
           COPY LDRLAY.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PRMLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-LOG         PICTURE X(02) VALUE "00".
       01  WRK-FS-RELATORIO   PICTURE X(02) VALUE "00".
       01  WRK-FS-PARAMETROS  PICTURE X(02) VALUE "00".
       01  WRK-LOG-FIM        PICTURE X(01) VALUE "N".
           88  FIM-DE-LOG               VALUE "S".
           88  NAO-FIM-DE-LOG           VALUE "N".
       01  WRK-NOME-PROGRAMA  PICTURE X(08) VALUE "LOGDIA".
       01  WRK-PARM-PRESENTE  PICTURE X(01) VALUE "N".
           88  PARM-PRESENTE             VALUE "S".
           88  PARM-AUSENTE              VALUE "N".
       01  WRK-PARM-FIM       PICTURE X(01) VALUE "N".
           88  FIM-DE-PARAMETROS         VALUE "S".
           88  NAO-FIM-DE-PARAMETROS     VALUE "N".
       01  WRK-PARM-DATA      PICTURE X(08) VALUE SPACES.
       01  WRK-DATA-ATUAL     PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-FILTRO    PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-FILTRO-ENTRADA PICTURE X(08) VALUE SPACES.
       01  WRK-DATA-FILTRO-VALIDA  PICTURE X(01) VALUE "N".
           88  DATA-FILTRO-E-VALIDA      VALUE "S".
           88  DATA-FILTRO-NAO-E-VALIDA  VALUE "N".
      *    HORA DO LOG (HHMMSSCC) E A MESMA HORA NO FORMATO
      *    HH:MM:SS DO RELATORIO.
       01  WRK-HORA-LOG       PICTURE 9(08) VALUE ZEROS.
       01  WRK-HORA-LOG-R REDEFINES WRK-HORA-LOG.
           05  WRK-HL-HH          PICTURE 9(02).
           05  WRK-HL-MM          PICTURE 9(02).
           05  WRK-HL-SS          PICTURE 9(02).
           05  WRK-HL-CC          PICTURE 9(02).
       01  WRK-HORA-FORMATADA.
           05  WRK-HF-HH          PICTURE 9(02).
           05  FILLER             PICTURE X(01) VALUE ":".
           05  WRK-HF-MM          PICTURE 9(02).
           05  FILLER             PICTURE X(01) VALUE ":".
           05  WRK-HF-SS          PICTURE 9(02).
       01  WRK-TOTAL-LIDOS        PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-EXECUCOES    PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-OK           PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-ATENCAO      PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-FALHA        PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-ALTERACOES   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TITULO.
           05  FILLER             PICTURE X(32)
               VALUE "LOG DE EXECUCOES DO LOTE - DIA ".
           05  WRK-TIT-DATA       PICTURE 9(08).
           05  FILLER             PICTURE X(12)
               VALUE " - EMITIDO ".
           05  WRK-TIT-EMISSAO    PICTURE 9(08).
       01  WRK-TITULO-COLUNAS.
           05  FILLER             PICTURE X(30)
               VALUE "PROGRAMA  INICIO    FIM       ".
           05  FILLER             PICTURE X(29)
               VALUE "  RC  DT.ARQ.   TRN    LIDOS ".
           05  FILLER             PICTURE X(27)
               VALUE "GRAVADOS  REJEIT.  SITUACAO".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           PERFORM 1300-LER-PARAMETROS THRU 1300-EXIT.
           PERFORM 1070-ACEITA-DATA-FILTRO THRU 1070-EXIT.
           PERFORM 1100-GRAVAR-CABECALHO THRU 1100-EXIT.
           PERFORM 2000-LER-LOG THRU 2000-EXIT.
           PERFORM 2100-AVALIAR-EXECUCAO THRU 2100-EXIT
               UNTIL FIM-DE-LOG.
           PERFORM 3000-GRAVAR-TOTAIS THRU 3000-EXIT.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           OPEN INPUT LOG-EXECUCAO.
           IF WRK-FS-LOG = "35"
               DISPLAY "ARQUIVO LOGEXEC NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-LOG.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ATUAL TO WRK-DATA-FILTRO.
           SET NAO-FIM-DE-LOG TO TRUE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1070-ACEITA-DATA-FILTRO
      *    DIA A LISTAR. ENTER OU CARTAO EM BRANCO MANTEM A DATA DE
      *    HOJE, JA ASSUMIDA COMO PADRAO.
      *-----------------------------------------------------------
       1070-ACEITA-DATA-FILTRO.
           SET DATA-FILTRO-NAO-E-VALIDA TO TRUE.
           IF PARM-PRESENTE
               PERFORM 1090-VERIFICA-DATA-PARM THRU 1090-EXIT
           ELSE
               PERFORM 1080-ACEITA-E-VERIFICA-DATA THRU 1080-EXIT
                   UNTIL DATA-FILTRO-E-VALIDA
           END-IF.
       1070-EXIT.
           EXIT.

       1080-ACEITA-E-VERIFICA-DATA.
           DISPLAY "DATA DO LOG A LISTAR (AAAAMMDD) - ENTER = HOJE"
               ", " WRK-DATA-FILTRO.
           ACCEPT WRK-DATA-FILTRO-ENTRADA.
           IF FUNCTION TRIM(WRK-DATA-FILTRO-ENTRADA) = SPACES
               SET DATA-FILTRO-E-VALIDA TO TRUE
           ELSE
               IF FUNCTION TRIM(WRK-DATA-FILTRO-ENTRADA) IS NOT NUMERIC
                   DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
               ELSE
                   MOVE FUNCTION TRIM(WRK-DATA-FILTRO-ENTRADA)
                       TO WRK-DATA-FILTRO
                   SET DATA-FILTRO-E-VALIDA TO TRUE
               END-IF
           END-IF.
       1080-EXIT.
           EXIT.

       1090-VERIFICA-DATA-PARM.
           IF FUNCTION TRIM(WRK-PARM-DATA) = SPACES
               SET DATA-FILTRO-E-VALIDA TO TRUE
           ELSE
               IF FUNCTION TRIM(WRK-PARM-DATA) IS NOT NUMERIC
                   DISPLAY "PARAMETRO DE DATA INVALIDO NO CARTAO - "
                           "EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE FUNCTION TRIM(WRK-PARM-DATA)
                       TO WRK-DATA-FILTRO
                   SET DATA-FILTRO-E-VALIDA TO TRUE
               END-IF
           END-IF.
       1090-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1100-GRAVAR-CABECALHO
      *-----------------------------------------------------------
       1100-GRAVAR-CABECALHO.
           MOVE WRK-DATA-FILTRO TO WRK-TIT-DATA.
           MOVE WRK-DATA-ATUAL  TO WRK-TIT-EMISSAO.
           MOVE SPACES          TO LDR-LINHA.
           MOVE WRK-TITULO      TO LDR-CAB-TEXTO.
           WRITE LDR-LINHA.
           MOVE SPACES          TO LDR-LINHA.
           WRITE LDR-LINHA.
           MOVE SPACES          TO LDR-LINHA.
           MOVE WRK-TITULO-COLUNAS TO LDR-CAB-TEXTO.
           WRITE LDR-LINHA.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1300-LER-PARAMETROS
      *    PROCURA NO ARQUIVO DE CARTOES DE PARAMETRO O REGISTRO
      *    DESTE PROGRAMA (PRM-PROGRAMA = LOGDIA), PARA QUE UMA
      *    EXECUCAO AGENDADA NAO PRECISE DE OPERADOR NO CONSOLE.
      *    SEM ARQUIVO OU SEM CARTAO PARA O PROGRAMA, O PROMPT DE
      *    CONSOLE CONTINUA VALENDO.
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
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

       2000-LER-LOG.
           READ LOG-EXECUCAO
               AT END
                   SET FIM-DE-LOG TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2100-AVALIAR-EXECUCAO
      *    SO AS EXECUCOES DO DIA PEDIDO ENTRAM NO RELATORIO.
      *-----------------------------------------------------------
       2100-AVALIAR-EXECUCAO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF LOG-DATA-EXECUCAO = WRK-DATA-FILTRO
               PERFORM 2200-GRAVAR-LINHA-EXECUCAO THRU 2200-EXIT
           END-IF.
           PERFORM 2000-LER-LOG THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2200-GRAVAR-LINHA-EXECUCAO
      *    UMA LINHA POR EXECUCAO, COM A SITUACAO DERIVADA DO
      *    RETURN-CODE: 0 = OK, ATE 4 = ATENCAO (EX: TRANEDIT COM
      *    REJEICOES), ACIMA DE 4 = FALHA.
      *-----------------------------------------------------------
       2200-GRAVAR-LINHA-EXECUCAO.
           ADD 1 TO WRK-TOTAL-EXECUCOES.
           MOVE SPACES               TO LDR-LINHA.
           MOVE LOG-PROGRAMA         TO LDR-DET-PROGRAMA.
           MOVE LOG-HORA-INICIO      TO WRK-HORA-LOG.
           PERFORM 2300-FORMATAR-HORA THRU 2300-EXIT.
           MOVE WRK-HORA-FORMATADA   TO LDR-DET-INICIO.
           MOVE LOG-HORA-FIM         TO WRK-HORA-LOG.
           PERFORM 2300-FORMATAR-HORA THRU 2300-EXIT.
           MOVE WRK-HORA-FORMATADA   TO LDR-DET-FIM.
           MOVE LOG-RETURN-CODE      TO LDR-DET-RETURN-CODE.
           MOVE LOG-DATA-ARQUIVO     TO LDR-DET-DATA-ARQUIVO.
           IF LOG-ALTEROU-TRANSACOES
               MOVE "SIM"            TO LDR-DET-ALTERA
               ADD 1 TO WRK-TOTAL-ALTERACOES
           ELSE
               MOVE "NAO"            TO LDR-DET-ALTERA
           END-IF.
           MOVE LOG-QTDE-LIDOS       TO LDR-DET-LIDOS.
           MOVE LOG-QTDE-GRAVADOS    TO LDR-DET-GRAVADOS.
           MOVE LOG-QTDE-REJEITADOS  TO LDR-DET-REJEITADOS.
           EVALUATE TRUE
               WHEN LOG-RETURN-CODE = 0
                   MOVE "OK"         TO LDR-DET-SITUACAO
                   ADD 1 TO WRK-TOTAL-OK
               WHEN LOG-RETURN-CODE NOT > 4
                   MOVE "ATENCAO"    TO LDR-DET-SITUACAO
                   ADD 1 TO WRK-TOTAL-ATENCAO
               WHEN OTHER
                   MOVE "FALHA"      TO LDR-DET-SITUACAO
                   ADD 1 TO WRK-TOTAL-FALHA
           END-EVALUATE.
           WRITE LDR-LINHA.
           IF WRK-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO GRAVAR RELATORIO DO LOG - STATUS "
                       WRK-FS-RELATORIO
           END-IF.
       2200-EXIT.
           EXIT.

       2300-FORMATAR-HORA.
           MOVE WRK-HL-HH TO WRK-HF-HH.
           MOVE WRK-HL-MM TO WRK-HF-MM.
           MOVE WRK-HL-SS TO WRK-HF-SS.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3000-GRAVAR-TOTAIS
      *-----------------------------------------------------------
       3000-GRAVAR-TOTAIS.
           MOVE SPACES TO LDR-LINHA.
           WRITE LDR-LINHA.
           MOVE SPACES TO LDR-LINHA.
           MOVE "EXECUCOES NO DIA.............:" TO LDR-TOT-TEXTO.
           MOVE WRK-TOTAL-EXECUCOES TO LDR-TOT-QTDE.
           WRITE LDR-LINHA.
           MOVE SPACES TO LDR-LINHA.
           MOVE "  TERMINADAS OK..............:" TO LDR-TOT-TEXTO.
           MOVE WRK-TOTAL-OK TO LDR-TOT-QTDE.
           WRITE LDR-LINHA.
           MOVE SPACES TO LDR-LINHA.
           MOVE "  COM ATENCAO (RC ATE 4).....:" TO LDR-TOT-TEXTO.
           MOVE WRK-TOTAL-ATENCAO TO LDR-TOT-QTDE.
           WRITE LDR-LINHA.
           MOVE SPACES TO LDR-LINHA.
           MOVE "  COM FALHA (RC ACIMA DE 4)..:" TO LDR-TOT-TEXTO.
           MOVE WRK-TOTAL-FALHA TO LDR-TOT-QTDE.
           WRITE LDR-LINHA.
           MOVE SPACES TO LDR-LINHA.
           MOVE "ALTERACOES DE TRANSACOES.....:" TO LDR-TOT-TEXTO.
           MOVE WRK-TOTAL-ALTERACOES TO LDR-TOT-QTDE.
           WRITE LDR-LINHA.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8900-EXIBIR-RESUMO
      *-----------------------------------------------------------
       8900-EXIBIR-RESUMO.
           DISPLAY "-------------------------------------------".
           DISPLAY "DIA LISTADO............: " WRK-DATA-FILTRO.
           DISPLAY "REGISTROS DO LOG LIDOS.: " WRK-TOTAL-LIDOS.
           DISPLAY "EXECUCOES NO DIA.......: " WRK-TOTAL-EXECUCOES.
           DISPLAY "EXECUCOES COM FALHA....: " WRK-TOTAL-FALHA.
       8900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    9999-FINALIZACAO
      *-----------------------------------------------------------
       9999-FINALIZACAO.
           CLOSE LOG-EXECUCAO.
           CLOSE RELATORIO-LOG.
       9999-EXIT.
           EXIT.
