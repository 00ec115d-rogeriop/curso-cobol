      *                       (CLI-AGENCIA), PARA QUE A
      *                       CONTABILIDADE NAO PRECISE RATEAR O
      *                       TOTAL UNICO EM PLANILHA.
      *    2026-10-14  RPO    CONTAS ENCERRADAS (CLI-STATUS "E", SEMPRE
      *                       COM SALDO ZERO) DEIXAM DE SER LISTADAS
      *                       NO BALANCETE E SAO SO CONTADAS NO
      *                       RESUMO.
      *    2026-10-14  RPO    CADA EXECUCAO, NORMAL OU ABORTADA, PASSA
      *                       A SER REGISTRADA NO LOG DE EXECUCOES
      *                       (COPY LOGLAY) COM HORARIOS, RETURN-
      *                       CODE E CONTAGENS.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIALBAL.
           SELECT RELATORIO-BALANCETE ASSIGN TO "TRIALBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BALANCETE.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
               ==CLI-STATUS==            BY ==CLO-STATUS==
               ==CLI-STATUS-ATIVO==      BY ==CLO-STATUS-ATIVO==
               ==CLI-STATUS-BLOQUEADO==  BY ==CLO-STATUS-BLOQUEADO==
               ==CLI-STATUS-ENCERRADO==  BY ==CLO-STATUS-ENCERRADO==
               ==CLI-LIMITE==            BY ==CLO-LIMITE==
               ==CLI-AGENCIA==           BY ==CLO-AGENCIA==.

               ==CLI-STATUS==            BY ==SRT-STATUS==
               ==CLI-STATUS-ATIVO==      BY ==SRT-STATUS-ATIVO==
               ==CLI-STATUS-BLOQUEADO==  BY ==SRT-STATUS-BLOQUEADO==
               ==CLI-STATUS-ENCERRADO==  BY ==SRT-STATUS-ENCERRADO==
               ==CLI-LIMITE==            BY ==SRT-LIMITE==
               ==CLI-AGENCIA==           BY ==SRT-AGENCIA==.

           LABEL RECORD IS STANDARD.
           COPY TRBLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-MASTER      PICTURE X(02) VALUE "00".
       01  WRK-FS-ORDENADO    PICTURE X(02) VALUE "00".
       01  WRK-TOTAL-AGENCIA  PICTURE S9(09)V99 VALUE ZEROS.
       01  WRK-TOTAL-GERAL    PICTURE S9(09)V99 VALUE ZEROS.
       01  WRK-TOTAL-CLIENTES PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-ENCERRADAS PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-NOME-TOTAL-AGENCIA.
           05  FILLER             PICTURE X(14)
               VALUE "TOTAL AGENCIA ".
           05  WRK-NTA-AGENCIA    PICTURE 9(02).
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
           SORT SORT-CLIENTES
               ON ASCENDING KEY SRT-AGENCIA
           END-IF.
           PERFORM 3000-GRAVAR-TOTAL-GERAL THRU 3000-EXIT.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
           IF WRK-FS-MASTER = "35"
               DISPLAY "ARQUIVO CLIENTE-MASTER NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-BALANCETE.
      *    1500-LIBERAR-CLIENTES
      *    PROCEDIMENTO DE ENTRADA DO SORT: LE O MASTER DO INICIO
      *    AO FIM E LIBERA CADA REGISTRO PARA A ORDENACAO POR
      *    AGENCIA/CLI-ID. CONTAS ENCERRADAS NAO SAO LIBERADAS -
      *    SO CONTADAS PARA O RESUMO.
      *-----------------------------------------------------------
       1500-LIBERAR-CLIENTES.
           PERFORM 2050-LER-CLIENTE THRU 2050-EXIT.
           EXIT.

       1510-LIBERAR-UM-CLIENTE.
           IF CLI-STATUS-ENCERRADO
               ADD 1 TO WRK-TOTAL-ENCERRADAS
           ELSE
               RELEASE SRT-REGISTRO FROM CLI-REGISTRO
           END-IF.
           PERFORM 2050-LER-CLIENTE THRU 2050-EXIT.
       1510-EXIT.
           EXIT.
           IF WRK-FS-ORDENADO = "35"
               DISPLAY "ARQUIVO ORDENADO DO BALANCETE NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           SET NAO-FIM-DE-ORDENADO TO TRUE.
           MOVE WRK-TOTAL-GERAL TO TRB-TOTAL-GERAL.
           WRITE TRB-LINHA.
           DISPLAY "CLIENTES LISTADOS..: " WRK-TOTAL-CLIENTES.
           DISPLAY "CONTAS ENCERRADAS..: " WRK-TOTAL-ENCERRADAS.
           DISPLAY "TOTAL GERAL.........: " WRK-TOTAL-GERAL.
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
           MOVE "TRIALBAL"             TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           MOVE WRK-TOTAL-CLIENTES     TO LOG-QTDE-LIDOS.
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
