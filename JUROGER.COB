      *                       E APLICADA SOBRE O SALDO POR CLIENTES;
      *                       O SALDO MINIMO PASSA A CARREGAR
      *                       CENTAVOS (V99).
      *    2026-10-14  RPO    CONTAS ENCERRADAS (CLI-STATUS "E") NAO
      *                       RECEBEM MAIS LANCAMENTO DE JUROS E SAO
      *                       CONTADAS A PARTE NO RESUMO.
      *    2026-10-14  RPO    CADA EXECUCAO, NORMAL OU ABORTADA, PASSA
      *                       A SER REGISTRADA NO LOG DE EXECUCOES
      *                       (COPY LOGLAY) COM HORARIOS, RETURN-
      *                       CODE E CONTAGENS; A EXECUCAO QUE GERA
      *                       LANCAMENTOS E MARCADA COMO ALTERACAO DO
      *                       ARQUIVO TRANSACOES, EXIGINDO NOVA
      *                       VALIDACAO DE TRANEDIT ANTES DE CLIENTES.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUROGER.
           SELECT PARAMETROS      ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY PRMLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-MASTER          PICTURE X(02) VALUE "00".
       01  WRK-FS-TRANSACOES      PICTURE X(02) VALUE "00".
       01  WRK-TAXA-CENTESIMOS      PICTURE 9(05) VALUE ZEROS.
       01  WRK-TOTAL-CLIENTES       PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-GERADOS        PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-ENCERRADAS     PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-NOME-PROGRAMA        PICTURE X(08) VALUE "JUROGER".
       01  WRK-FS-PARAMETROS        PICTURE X(02) VALUE "00".
       01  WRK-PARM-PRESENTE        PICTURE X(01) VALUE "N".
           88  NAO-FIM-DE-PARAMETROS     VALUE "N".
       01  WRK-PARM-SALDO-MINIMO    PICTURE X(08) VALUE SPACES.
       01  WRK-PARM-VALOR-JUROS     PICTURE X(08) VALUE SPACES.
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
           PERFORM 1100-ACEITA-SALDO-MINIMO-VALIDADO THRU 1100-EXIT.
               UNTIL FIM-DE-MASTER.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
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
           OPEN EXTEND TRANSACOES.
               DISPLAY "PARAMETRO DE SALDO MINIMO INVALIDO NO "
                       "CARTAO - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(WRK-PARM-SALDO-MINIMO)
               DISPLAY "PARAMETRO DE TAXA DE JUROS INVALIDO NO "
                       "CARTAO - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(WRK-PARM-VALOR-JUROS)
               DISPLAY "PARAMETRO DE TAXA DE JUROS IGUAL A ZERO "
                       "NO CARTAO - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           SET VALOR-JUROS-E-VALIDO TO TRUE.
      *    ELEGIVEIS - O LANCAMENTO SERA DESVIADO PARA EXCECOES
      *    QUANDO CLIENTES PROCESSAR TRANSACOES, DA MESMA FORMA QUE
      *    QUALQUER OUTRA OPERACAO DE UMA CONTA EM RETENCAO.
      *    CONTAS ENCERRADAS FICAM DE FORA - NAO HA MAIS SALDO A
      *    REMUNERAR E O LANCAMENTO SO GERARIA UMA EXCECAO.
      *-----------------------------------------------------------
       2100-AVALIAR-CLIENTE.
           IF CLI-STATUS-ENCERRADO
               ADD 1 TO WRK-TOTAL-ENCERRADAS
           ELSE
               ADD 1 TO WRK-TOTAL-CLIENTES
               IF CLI-SALDO NOT < WRK-SALDO-MINIMO-JUROS
                   PERFORM 3000-GRAVAR-LANCAMENTO-JUROS THRU 3000-EXIT
               END-IF
           END-IF.
           PERFORM 2000-LER-CLIENTE THRU 2000-EXIT.
       2100-EXIT.
           DISPLAY "------------------".
           DISPLAY "CLIENTES AVALIADOS...: " WRK-TOTAL-CLIENTES.
           DISPLAY "LANCAMENTOS GERADOS..: " WRK-TOTAL-GERADOS.
           DISPLAY "CONTAS ENCERRADAS....: " WRK-TOTAL-ENCERRADAS.
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
           MOVE "JUROGER"              TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           IF WRK-TOTAL-GERADOS > 0
               SET LOG-ALTEROU-TRANSACOES TO TRUE
           END-IF.
           MOVE WRK-TOTAL-CLIENTES     TO LOG-QTDE-LIDOS.
           MOVE WRK-TOTAL-GERADOS      TO LOG-QTDE-GRAVADOS.
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
