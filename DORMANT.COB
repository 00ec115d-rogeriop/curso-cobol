      *                       TRANSPORTE VALE APENAS COMO PISO PARA
      *                       CLIENTE CUJO MOVIMENTO FOI TODO
      *                       ARQUIVADO.
      *    2026-10-14  RPO    CADA EXECUCAO, NORMAL OU ABORTADA, PASSA
      *                       A SER REGISTRADA NO LOG DE EXECUCOES
      *                       (COPY LOGLAY) COM HORARIOS, RETURN-
      *                       CODE E CONTAGENS.
      *    2026-10-15  RPO    COPIAS DE AUDLAY (REPLACING) ACOMPANHAM
      *                       OS CAMPOS NOVOS AUD-OPERADOR E
      *                       AUD-CONFIRMADOR.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.
           SELECT PARAMETROS      ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
               ==AUD-OPERACAO==     BY ==ORD-OPERACAO==
               ==AUD-SALDO-ANTES==  BY ==ORD-SALDO-ANTES==
               ==AUD-SALDO-DEPOIS== BY ==ORD-SALDO-DEPOIS==
               ==AUD-JOB-ID==       BY ==ORD-JOB-ID==
               ==AUD-OPERADOR==     BY ==ORD-OPERADOR==
               ==AUD-CONFIRMADOR==  BY ==ORD-CONFIRMADOR==.

       SD  SORT-AUDITORIA.
           COPY AUDLAY REPLACING
               ==AUD-OPERACAO==     BY ==SRT-OPERACAO==
               ==AUD-SALDO-ANTES==  BY ==SRT-SALDO-ANTES==
               ==AUD-SALDO-DEPOIS== BY ==SRT-SALDO-DEPOIS==
               ==AUD-JOB-ID==       BY ==SRT-JOB-ID==
               ==AUD-OPERADOR==     BY ==SRT-OPERADOR==
               ==AUD-CONFIRMADOR==  BY ==SRT-CONFIRMADOR==.

       FD  RELATORIO-DORMENTES
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
           COPY PRMLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-AUDITORIA   PICTURE X(02) VALUE "00".
       01  WRK-FS-ORDENADA    PICTURE X(02) VALUE "00".
           88  FIM-DE-PARAMETROS         VALUE "S".
           88  NAO-FIM-DE-PARAMETROS     VALUE "N".
       01  WRK-PARM-DIAS-LIMITE PICTURE X(08) VALUE SPACES.
       01  WRK-FS-LOG             PICTURE X(02) VALUE "00".
       01  WRK-LOG-DATA           PICTURE 9(08) VALUE ZEROS.
       01  WRK-LOG-HORA-INICIO    PICTURE 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.

      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA-INICIO FROM TIME.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           SORT SORT-AUDITORIA
               ON ASCENDING KEY SRT-CLIENTE-ID
           END-IF.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
               DISPLAY "PARAMETRO DE LIMITE DE DIAS INVALIDO NO "
                       "CARTAO - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(WRK-PARM-DIAS-LIMITE)
               DISPLAY "PARAMETRO DE LIMITE DE DIAS IGUAL A ZERO "
                       "NO CARTAO - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           SET DIAS-LIMITE-E-VALIDO TO TRUE.
           IF WRK-FS-ORDENADA = "35"
               DISPLAY "ARQUIVO AUDITORIA NAO ENCONTRADO OU VAZIO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           SET NAO-FIM-DE-ORDENADA TO TRUE.
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
           MOVE "DORMANT"              TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           MOVE WRK-TOTAL-CLIENTES     TO LOG-QTDE-LIDOS.
           MOVE WRK-TOTAL-DORMENTES    TO LOG-QTDE-GRAVADOS.
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
