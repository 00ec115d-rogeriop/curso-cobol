      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-09-01  RPO    PROGRAMA CRIADO.
      *    2026-10-14  RPO    CADA EXECUCAO, NORMAL OU ABORTADA, PASSA
      *                       A SER REGISTRADA NO LOG DE EXECUCOES
      *                       (COPY LOGLAY) COM HORARIOS, RETURN-
      *                       CODE E CONTAGENS.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCAGING.
           SELECT PARAMETROS      ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
               ==EXC-OP-ESTORNO==       BY ==EXO-OP-ESTORNO==
               ==EXC-OP-TRANSFERENCIA== BY
                   ==EXO-OP-TRANSFERENCIA==
               ==EXC-OP-JUROS-DEVEDORES== BY
                   ==EXO-OP-JUROS-DEVEDORES==
               ==EXC-STATUS-EXCECAO==   BY ==EXO-STATUS-EXCECAO==
               ==EXC-STATUS-PENDENTE==  BY ==EXO-STATUS-PENDENTE==
               ==EXC-STATUS-APROVADA==  BY ==EXO-STATUS-APROVADA==
               ==EXC-OP-ESTORNO==       BY ==SRT-OP-ESTORNO==
               ==EXC-OP-TRANSFERENCIA== BY
                   ==SRT-OP-TRANSFERENCIA==
               ==EXC-OP-JUROS-DEVEDORES== BY
                   ==SRT-OP-JUROS-DEVEDORES==
               ==EXC-STATUS-EXCECAO==   BY ==SRT-STATUS-EXCECAO==
               ==EXC-STATUS-PENDENTE==  BY ==SRT-STATUS-PENDENTE==
               ==EXC-STATUS-APROVADA==  BY ==SRT-STATUS-APROVADA==
           LABEL RECORD IS STANDARD.
           COPY PRMLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-EXCECOES   PICTURE X(02) VALUE "00".
       01  WRK-FS-ORDENADA   PICTURE X(02) VALUE "00".
           05  WRK-FAIXA-VALOR  OCCURS 3 TIMES
                                PICTURE S9(09)V99.
       01  WRK-TEXTO-FAIXA      PICTURE X(16) VALUE SPACES.
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
           PERFORM 1300-LER-PARAMETROS THRU 1300-EXIT.
           PERFORM 1200-ACEITA-DIAS-VALIDADO THRU 1200-EXIT.
           PERFORM 5000-GRAVAR-TOTAIS-FAIXA THRU 5000-EXIT.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
               DISPLAY "ARQUIVO EXCECOES NAO ENCONTRADO - NADA A "
                       "RELATAR"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-AGING.
               DISPLAY "PARAMETRO DE DIAS DE ALERTA INVALIDO NO "
                       "CARTAO - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(WRK-PARM-DIAS-ALERTA)
               DISPLAY "PARAMETRO DE DIAS DE ALERTA IGUAL A ZERO "
                       "NO CARTAO - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           SET DIAS-ALERTA-E-VALIDO TO TRUE.
           IF WRK-FS-ORDENADA = "35"
               DISPLAY "NENHUMA EXCECAO PENDENTE ENCONTRADA"
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
           MOVE "EXCAGING"             TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           MOVE WRK-TOTAL-PENDENTES    TO LOG-QTDE-LIDOS.
           MOVE ZERO                   TO LOG-QTDE-GRAVADOS.
           MOVE WRK-TOTAL-ALERTAS      TO LOG-QTDE-REJEITADOS.
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
