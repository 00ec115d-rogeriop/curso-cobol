      *-----------------------------------------------------------
      *    PROGRAM-ID. CONVOPER.
      *    CONVERSAO UNICA DOS ARQUIVOS DE AUDITORIA PARA O LAYOUT
      *    COM A IDENTIFICACAO DO OPERADOR (AUD-OPERADOR E
      *    AUD-CONFIRMADOR NO FIM DE AUDLAY): AUDITORIA CORRENTE E
      *    ARQUIVO MORTO GERADO POR EXPURGO. LE CADA ARQUIVO NO
      *    LAYOUT ANTERIOR E REGRAVA NO LAYOUT NOVO, COM OS DOIS
      *    CAMPOS EM BRANCO - OS REGISTROS ANTIGOS FORAM GRAVADOS
      *    SEM OPERADOR IDENTIFICADO. OS DEMAIS CAMPOS NAO MUDAM.
      *    ANTES DE EXECUTAR, RENOMEIE OS ARQUIVOS ATUAIS PARA OS
      *    NOMES DE ENTRADA ANTIGOS:
      *      AUDITORI -> AUDITANT    AUDARQV  -> AUDARANT
      *    ARQUIVO ANTIGO AUSENTE E APENAS PULADO, PARA QUE A
      *    CONVERSAO POSSA SER REEXECUTADA POR ARQUIVO - INCLUSIVE
      *    UMA VEZ PARA CADA ARQUIVO MORTO GUARDADO DE EXPURGOS
      *    ANTERIORES, RENOMEANDO-O PARA AUDARANT E O RESULTADO
      *    AUDARQV DE VOLTA PARA O NOME GUARDADO.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-15  RPO    PROGRAMA CRIADO.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVOPER.
       AUTHOR. EQUIPE-CONTAS.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-ANT   ASSIGN TO "AUDITANT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA-ANT.
           SELECT AUDITORIA       ASSIGN TO "AUDITORI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT AUD-ARQUIVO-ANT ASSIGN TO "AUDARANT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO-ANT.
           SELECT AUD-ARQUIVO     ASSIGN TO "AUDARQV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT ANTERIOR (SEM OPERADOR), MANTIDO AQUI E NAO EM
      *    COPYBOOK PORQUE SO ESTE PROGRAMA AINDA O CONHECE - AUDLAY
      *    JA DESCREVE O LAYOUT NOVO. OS DOIS ARQUIVOS ANTIGOS TEM
      *    O MESMO LAYOUT.
       FD  AUDITORIA-ANT
           LABEL RECORD IS STANDARD.
       01  AUA-REGISTRO.
           05  AUA-DATA                PIC 9(08).
           05  AUA-CLIENTE-ID          PIC 9(06).
           05  AUA-NOME                PIC X(20).
           05  AUA-OPERACAO            PIC X(13).
           05  AUA-SALDO-ANTES         PIC S9(05)V99.
           05  AUA-SALDO-DEPOIS        PIC S9(05)V99.
           05  AUA-JOB-ID              PIC X(08).

       FD  AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY AUDLAY.

       FD  AUD-ARQUIVO-ANT
           LABEL RECORD IS STANDARD.
       01  ARA-REGISTRO.
           05  ARA-DATA                PIC 9(08).
           05  ARA-CLIENTE-ID          PIC 9(06).
           05  ARA-NOME                PIC X(20).
           05  ARA-OPERACAO            PIC X(13).
           05  ARA-SALDO-ANTES         PIC S9(05)V99.
           05  ARA-SALDO-DEPOIS        PIC S9(05)V99.
           05  ARA-JOB-ID              PIC X(08).

       FD  AUD-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY AUDLAY REPLACING
               ==AUD-REGISTRO==     BY ==ARQ-REGISTRO==
               ==AUD-DATA==         BY ==ARQ-DATA==
               ==AUD-CLIENTE-ID==   BY ==ARQ-CLIENTE-ID==
               ==AUD-NOME==         BY ==ARQ-NOME==
               ==AUD-OPERACAO==     BY ==ARQ-OPERACAO==
               ==AUD-SALDO-ANTES==  BY ==ARQ-SALDO-ANTES==
               ==AUD-SALDO-DEPOIS== BY ==ARQ-SALDO-DEPOIS==
               ==AUD-JOB-ID==       BY ==ARQ-JOB-ID==
               ==AUD-OPERADOR==     BY ==ARQ-OPERADOR==
               ==AUD-CONFIRMADOR==  BY ==ARQ-CONFIRMADOR==.

       WORKING-STORAGE SECTION.
       01  WRK-FS-AUDITORIA-ANT PICTURE X(02) VALUE "00".
       01  WRK-FS-AUDITORIA     PICTURE X(02) VALUE "00".
       01  WRK-FS-ARQUIVO-ANT   PICTURE X(02) VALUE "00".
       01  WRK-FS-ARQUIVO       PICTURE X(02) VALUE "00".
       01  WRK-ARQUIVO-FIM      PICTURE X(01) VALUE "N".
           88  FIM-DE-ARQUIVO            VALUE "S".
           88  NAO-FIM-DE-ARQUIVO        VALUE "N".
       01  WRK-TOTAL-AUDITORIA  PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-ARQUIVO    PICTURE 9(06) COMP VALUE ZERO.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 2000-CONVERTER-AUDITORIA THRU 2000-EXIT.
           PERFORM 3000-CONVERTER-ARQUIVO THRU 3000-EXIT.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    2000-CONVERTER-AUDITORIA
      *-----------------------------------------------------------
       2000-CONVERTER-AUDITORIA.
           OPEN INPUT AUDITORIA-ANT.
           IF WRK-FS-AUDITORIA-ANT = "35"
               DISPLAY "ARQUIVO AUDITANT NAO ENCONTRADO - AUDITORIA "
                       "NAO CONVERTIDA"
           ELSE
               OPEN OUTPUT AUDITORIA
               SET NAO-FIM-DE-ARQUIVO TO TRUE
               PERFORM 2100-LER-AUDITORIA-ANT THRU 2100-EXIT
               PERFORM 2200-GRAVAR-AUDITORIA THRU 2200-EXIT
                   UNTIL FIM-DE-ARQUIVO
               CLOSE AUDITORIA-ANT
               CLOSE AUDITORIA
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-AUDITORIA-ANT.
           READ AUDITORIA-ANT
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-GRAVAR-AUDITORIA.
           MOVE AUA-DATA          TO AUD-DATA.
           MOVE AUA-CLIENTE-ID    TO AUD-CLIENTE-ID.
           MOVE AUA-NOME          TO AUD-NOME.
           MOVE AUA-OPERACAO      TO AUD-OPERACAO.
           MOVE AUA-SALDO-ANTES   TO AUD-SALDO-ANTES.
           MOVE AUA-SALDO-DEPOIS  TO AUD-SALDO-DEPOIS.
           MOVE AUA-JOB-ID        TO AUD-JOB-ID.
           MOVE SPACES            TO AUD-OPERADOR.
           MOVE SPACES            TO AUD-CONFIRMADOR.
           WRITE AUD-REGISTRO.
           ADD 1 TO WRK-TOTAL-AUDITORIA.
           PERFORM 2100-LER-AUDITORIA-ANT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3000-CONVERTER-ARQUIVO
      *-----------------------------------------------------------
       3000-CONVERTER-ARQUIVO.
           OPEN INPUT AUD-ARQUIVO-ANT.
           IF WRK-FS-ARQUIVO-ANT = "35"
               DISPLAY "ARQUIVO AUDARANT NAO ENCONTRADO - ARQUIVO "
                       "MORTO NAO CONVERTIDO"
           ELSE
               OPEN OUTPUT AUD-ARQUIVO
               SET NAO-FIM-DE-ARQUIVO TO TRUE
               PERFORM 3100-LER-ARQUIVO-ANT THRU 3100-EXIT
               PERFORM 3200-GRAVAR-ARQUIVO THRU 3200-EXIT
                   UNTIL FIM-DE-ARQUIVO
               CLOSE AUD-ARQUIVO-ANT
               CLOSE AUD-ARQUIVO
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LER-ARQUIVO-ANT.
           READ AUD-ARQUIVO-ANT
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-GRAVAR-ARQUIVO.
           MOVE ARA-DATA          TO ARQ-DATA.
           MOVE ARA-CLIENTE-ID    TO ARQ-CLIENTE-ID.
           MOVE ARA-NOME          TO ARQ-NOME.
           MOVE ARA-OPERACAO      TO ARQ-OPERACAO.
           MOVE ARA-SALDO-ANTES   TO ARQ-SALDO-ANTES.
           MOVE ARA-SALDO-DEPOIS  TO ARQ-SALDO-DEPOIS.
           MOVE ARA-JOB-ID        TO ARQ-JOB-ID.
           MOVE SPACES            TO ARQ-OPERADOR.
           MOVE SPACES            TO ARQ-CONFIRMADOR.
           WRITE ARQ-REGISTRO.
           ADD 1 TO WRK-TOTAL-ARQUIVO.
           PERFORM 3100-LER-ARQUIVO-ANT THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8900-EXIBIR-RESUMO
      *-----------------------------------------------------------
       8900-EXIBIR-RESUMO.
           DISPLAY "-------------------------------------------".
           DISPLAY "REGISTROS CONVERTIDOS".
           DISPLAY "AUDITORIA.............: " WRK-TOTAL-AUDITORIA.
           DISPLAY "ARQUIVO MORTO.........: " WRK-TOTAL-ARQUIVO.
       8900-EXIT.
           EXIT.
