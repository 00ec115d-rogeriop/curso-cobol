      *    APOS CONFERIR O RESULTADO, O OPERADOR SUBSTITUI
      *    AUDITORI POR AUDINOVO E TRANHIST POR HISNOVO, E GUARDA
      *    AUDARQV/HISARQV RENOMEADOS COM A DATA DE CORTE.
      *    O INDICE DO HISTORICO (HISTIDX) NAO E EXPURGADO: ELE
      *    CONTINUA COM OS LANCAMENTOS ARQUIVADOS, E HISINDEX
      *    (MODO A) RECARREGA UM ARQUIVO MORTO GUARDADO SE O
      *    INDICE PRECISAR SER RECRIADO.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-09-01  RPO    PROGRAMA CRIADO.
      *    2026-10-14  RPO    CADA EXECUCAO, NORMAL OU ABORTADA, PASSA
      *                       A SER REGISTRADA NO LOG DE EXECUCOES
      *                       (COPY LOGLAY) COM HORARIOS, RETURN-
      *                       CODE E CONTAGENS.
      *    2026-10-15  RPO    COPIAS DE AUDLAY (REPLACING) ACOMPANHAM
      *                       OS CAMPOS NOVOS AUD-OPERADOR E
      *                       AUD-CONFIRMADOR; O REGISTRO DE
      *                       TRANSPORTE SAI COM OS DOIS EM BRANCO.
      *    2026-10-15  RPO    O RESUMO LEMBRA QUE O INDICE DO
      *                       HISTORICO (HISTIDX) NAO E EXPURGADO E
      *                       GUARDA OS LANCAMENTOS ARQUIVADOS.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPURGO.
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

       FD  AUD-ARQUIVO
           LABEL RECORD IS STANDARD.
               ==AUD-OPERACAO==     BY ==ARQ-OPERACAO==
               ==AUD-SALDO-ANTES==  BY ==ARQ-SALDO-ANTES==
               ==AUD-SALDO-DEPOIS== BY ==ARQ-SALDO-DEPOIS==
               ==AUD-JOB-ID==       BY ==ARQ-JOB-ID==
               ==AUD-OPERADOR==     BY ==ARQ-OPERADOR==
               ==AUD-CONFIRMADOR==  BY ==ARQ-CONFIRMADOR==.

       FD  AUD-NOVA
           LABEL RECORD IS STANDARD.
               ==AUD-OPERACAO==     BY ==NOV-OPERACAO==
               ==AUD-SALDO-ANTES==  BY ==NOV-SALDO-ANTES==
               ==AUD-SALDO-DEPOIS== BY ==NOV-SALDO-DEPOIS==
               ==AUD-JOB-ID==       BY ==NOV-JOB-ID==
               ==AUD-OPERADOR==     BY ==NOV-OPERADOR==
               ==AUD-CONFIRMADOR==  BY ==NOV-CONFIRMADOR==.

       FD  TRANSACOES-HISTORICO
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
           COPY PRMLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-AUDITORIA   PICTURE X(02) VALUE "00".
       01  WRK-FS-ORDENADA    PICTURE X(02) VALUE "00".
       01  WRK-AUD-TRANSPORTES PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-HIS-ARQUIVADOS PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-HIS-MANTIDOS   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-FS-LOG             PICTURE X(02) VALUE "00".
       01  WRK-LOG-DATA           PICTURE 9(08) VALUE ZEROS.
       01  WRK-LOG-HORA-INICIO    PICTURE 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.

      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA-INICIO FROM TIME.
           PERFORM 1300-LER-PARAMETROS THRU 1300-EXIT.
           PERFORM 1200-ACEITA-DATA-CORTE THRU 1200-EXIT.
           SORT SORT-AUDITORIA
           CLOSE AUD-NOVA.
           PERFORM 4000-EXPURGAR-HISTORICO THRU 4000-EXIT.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
           IF WRK-FS-ORDENADA = "35"
               DISPLAY "ARQUIVO AUDITORIA NAO ENCONTRADO OU VAZIO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT AUD-ARQUIVO.
               DISPLAY "PARAMETRO DE DATA DE CORTE INVALIDO NO "
                       "CARTAO - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(WRK-PARM-DATA-CORTE)
           MOVE WRK-ULTIMO-DEPOIS-ARQ TO NOV-SALDO-ANTES.
           MOVE WRK-ULTIMO-DEPOIS-ARQ TO NOV-SALDO-DEPOIS.
           MOVE WRK-JOB-ID           TO NOV-JOB-ID.
           MOVE SPACES               TO NOV-OPERADOR.
           MOVE SPACES               TO NOV-CONFIRMADOR.
           WRITE NOV-REGISTRO.
           SET TRANSPORTE-NAO-PENDENTE TO TRUE.
           ADD 1 TO WRK-AUD-TRANSPORTES.
           DISPLAY "CONFIRA E SUBSTITUA AUDITORI POR AUDINOVO E "
                   "TRANHIST POR HISNOVO; GUARDE AUDARQV/HISARQV "
                   "RENOMEADOS COM A DATA DE CORTE".
           DISPLAY "O INDICE HISTIDX NAO FOI ALTERADO E CONTINUA "
                   "COM OS LANCAMENTOS ARQUIVADOS".
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
           MOVE "EXPURGO"              TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           COMPUTE LOG-QTDE-LIDOS = WRK-AUD-ARQUIVADOS
               + WRK-AUD-MANTIDOS + WRK-HIS-ARQUIVADOS
               + WRK-HIS-MANTIDOS.
           COMPUTE LOG-QTDE-GRAVADOS = WRK-AUD-ARQUIVADOS
               + WRK-HIS-ARQUIVADOS.
           MOVE ZERO                   TO LOG-QTDE-REJEITADOS.
           WRITE LOG-REGISTRO.
           IF WRK-FS-LOG NOT = "00"
               DISPLAY "ERRO AO GRAVAR LOG DE EXECUCOES - STATUS "
                       WRK-FS-LOG
           END-IF.
           CLOSE LOG-EXECUCAO.
       9800-EXIT.
           EXIT.
