      *    AUDITORIA (ULTIMO SALDO DEPOIS ANTERIOR AO PERIODO E
      *    ULTIMO SALDO DEPOIS DENTRO DO PERIODO), JA QUE O
      *    HISTORICO GUARDA APENAS O VALOR DE CADA LANCAMENTO.
      *    QUANDO O PERIODO COMECA NO PRIMEIRO DIA DE UM MES CUJO
      *    MES ANTERIOR JA FOI FECHADO POR FECHAMES, O SALDO DE
      *    ABERTURA VEM DA FOTOGRAFIA DO FECHAMENTO (SALDOPER), QUE
      *    NAO DEPENDE DOS REGISTROS DE AUDITORIA ARQUIVADOS PELO
      *    EXPURGO.
      *    ABAIXO DO CABECALHO, O EXTRATO TRAZ O NOME COMPLETO E O
      *    ENDERECO DE CORRESPONDENCIA DO PERFIL DO CLIENTE
      *    (CLIPERF); CLIENTE SEM PERFIL CADASTRADO SAI COM A
      *    INDICACAO DE ENDERECO NAO CADASTRADO.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-09-01  RPO    PROGRAMA CRIADO.
      *    2026-10-14  RPO    CADA EXECUCAO, NORMAL OU ABORTADA, PASSA
      *                       A SER REGISTRADA NO LOG DE EXECUCOES
      *                       (COPY LOGLAY) COM HORARIOS, RETURN-
      *                       CODE E CONTAGENS.
      *    2026-10-15  RPO    SALDO DE ABERTURA PASSA A VIR DA
      *                       FOTOGRAFIA DO FECHAMENTO DO MES
      *                       (COPY SDPLAY) QUANDO O PERIODO COMECA
      *                       NO DIA 1 E O MES ANTERIOR ESTA FECHADO
      *                       (COPY PFCLAY); NOS DEMAIS CASOS
      *                       CONTINUA VINDO DA AUDITORIA.
      *    2026-10-15  RPO    INCLUIDO O ENDERECO DE CORRESPONDENCIA
      *                       DO PERFIL DO CLIENTE (COPY PRFLAY) NO
      *                       CABECALHO DE CADA EXTRATO.
      *    2026-10-15  RPO    COPIAS DE AUDLAY (REPLACING) ACOMPANHAM
      *                       OS CAMPOS NOVOS AUD-OPERADOR E
      *                       AUD-CONFIRMADOR.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO.
           SELECT RELATORIO-EXTRATO ASSIGN TO "EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT SALDOS-PERIODO  ASSIGN TO "SALDOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SDP-CHAVE
               FILE STATUS IS WRK-FS-SALDOS.
           SELECT PERIODOS-FECHADOS ASSIGN TO "PERFECH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
           SELECT PERFIL-CLIENTE  ASSIGN TO "CLIPERF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CLIENTE-ID
               ALTERNATE RECORD KEY IS PRF-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-PERFIL.

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

       FD  CLIENTE-MASTER
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
           COPY EXTLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       FD  SALDOS-PERIODO
           LABEL RECORD IS STANDARD.
           COPY SDPLAY.

       FD  PERIODOS-FECHADOS
           LABEL RECORD IS STANDARD.
           COPY PFCLAY.

       FD  PERFIL-CLIENTE
           LABEL RECORD IS STANDARD.
           COPY PRFLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-HISTORICO  PICTURE X(02) VALUE "00".
       01  WRK-FS-HIS-ORD    PICTURE X(02) VALUE "00".
       01  WRK-NOME-CLIENTE   PICTURE X(20) VALUE SPACES.
       01  WRK-TOTAL-CLIENTES PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-MOVIMENTOS PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-FS-LOG             PICTURE X(02) VALUE "00".
       01  WRK-LOG-DATA           PICTURE 9(08) VALUE ZEROS.
       01  WRK-LOG-HORA-INICIO    PICTURE 9(08) VALUE ZEROS.
       01  WRK-FS-SALDOS          PICTURE X(02) VALUE "00".
       01  WRK-FS-PERIODOS        PICTURE X(02) VALUE "00".
       01  WRK-PERIODOS-FIM       PICTURE X(01) VALUE "N".
           88  FIM-DE-PERIODOS           VALUE "S".
           88  NAO-FIM-DE-PERIODOS       VALUE "N".
       01  WRK-ULTIMO-PERIODO-FECHADO PICTURE 9(06) VALUE ZEROS.
       01  WRK-USA-FOTOGRAFIA     PICTURE X(01) VALUE "N".
           88  ABERTURA-DA-FOTOGRAFIA    VALUE "S".
           88  ABERTURA-DA-AUDITORIA     VALUE "N".
       01  WRK-DATA-INICIO-R      PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-INICIO-P REDEFINES WRK-DATA-INICIO-R.
           05  WRK-DI-ANO         PICTURE 9(04).
           05  WRK-DI-MES         PICTURE 9(02).
           05  WRK-DI-DIA         PICTURE 9(02).
       01  WRK-PERIODO-ANTERIOR   PICTURE 9(06) VALUE ZEROS.
       01  WRK-PERIODO-ANTERIOR-R REDEFINES WRK-PERIODO-ANTERIOR.
           05  WRK-PA-ANO         PICTURE 9(04).
           05  WRK-PA-MES         PICTURE 9(02).
       01  WRK-TOTAL-ABERTURAS-FOTO PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-FS-PERFIL          PICTURE X(02) VALUE "00".
       01  WRK-PERFIL-ABERTO      PICTURE X(01) VALUE "N".
           88  PERFIL-PRESENTE           VALUE "S".
           88  PERFIL-AUSENTE            VALUE "N".
       01  WRK-TOTAL-SEM-ENDERECO PICTURE 9(06) COMP VALUE ZERO.

       PROCEDURE DIVISION.

      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA-INICIO FROM TIME.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           PERFORM 1100-ACEITA-PERIODO THRU 1100-EXIT.
           PERFORM 1150-PREPARAR-FOTOGRAFIA THRU 1150-EXIT.
           SORT SORT-HISTORICO
               ON ASCENDING KEY SRH-CLIENTE-ID
               ON ASCENDING KEY SRH-DATA
           END-IF.
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
           OPEN OUTPUT RELATORIO-EXTRATO.
      *    SEM O CADASTRO DE PERFIL (AINDA NAO CRIADO POR CLIENTES)
      *    OS EXTRATOS SAEM SEM ENDERECO.
           OPEN INPUT PERFIL-CLIENTE.
           IF WRK-FS-PERFIL = "35"
               SET PERFIL-AUSENTE TO TRUE
               DISPLAY "CADASTRO DE PERFIL NAO ENCONTRADO - EXTRATOS "
                       "SEM ENDERECO"
           ELSE
               SET PERFIL-PRESENTE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1150-PREPARAR-FOTOGRAFIA
      *    O SALDO DE ABERTURA VEM DA FOTOGRAFIA DO FECHAMENTO
      *    QUANDO O PERIODO COMECA NO DIA 1 E O MES ANTERIOR ESTA
      *    MARCADO COMO FECHADO EM PERFECH - UMA FOTOGRAFIA
      *    INTERROMPIDA, SEM O PERIODO MARCADO, NAO E USADA.
      *-----------------------------------------------------------
       1150-PREPARAR-FOTOGRAFIA.
           SET ABERTURA-DA-AUDITORIA TO TRUE.
           MOVE WRK-DATA-INICIO TO WRK-DATA-INICIO-R.
           IF WRK-DI-DIA NOT = 1
               GO TO 1150-EXIT
           END-IF.
           MOVE WRK-DI-ANO TO WRK-PA-ANO.
           MOVE WRK-DI-MES TO WRK-PA-MES.
           SUBTRACT 1 FROM WRK-PA-MES.
           IF WRK-PA-MES = 0
               MOVE 12 TO WRK-PA-MES
               SUBTRACT 1 FROM WRK-PA-ANO
           END-IF.
           MOVE ZEROS TO WRK-ULTIMO-PERIODO-FECHADO.
           SET NAO-FIM-DE-PERIODOS TO TRUE.
           OPEN INPUT PERIODOS-FECHADOS.
           IF WRK-FS-PERIODOS = "35"
               GO TO 1150-EXIT
           END-IF.
           PERFORM 1160-LER-PERIODO THRU 1160-EXIT
               UNTIL FIM-DE-PERIODOS.
           CLOSE PERIODOS-FECHADOS.
           IF WRK-PERIODO-ANTERIOR > WRK-ULTIMO-PERIODO-FECHADO
               GO TO 1150-EXIT
           END-IF.
           OPEN INPUT SALDOS-PERIODO.
           IF WRK-FS-SALDOS = "35"
               DISPLAY "ARQUIVO DE SALDOS POR PERIODO NAO ENCONTRADO "
                       "- ABERTURA PELA AUDITORIA"
               GO TO 1150-EXIT
           END-IF.
           SET ABERTURA-DA-FOTOGRAFIA TO TRUE.
           DISPLAY "SALDO DE ABERTURA DA FOTOGRAFIA DO PERIODO "
                   WRK-PERIODO-ANTERIOR.
       1150-EXIT.
           EXIT.

       1160-LER-PERIODO.
           READ PERIODOS-FECHADOS
               AT END
                   SET FIM-DE-PERIODOS TO TRUE
               NOT AT END
                   IF PFC-PERIODO > WRK-ULTIMO-PERIODO-FECHADO
                       MOVE PFC-PERIODO TO WRK-ULTIMO-PERIODO-FECHADO
                   END-IF
           END-READ.
       1160-EXIT.
           EXIT.

       1200-ABRIR-PARA-LEITURA.
           OPEN INPUT HIS-ORDENADO.
           IF WRK-FS-HIS-ORD = "35"
               DISPLAY "ARQUIVO TRANSACOES-HISTORICO NAO ENCONTRADO "
                       "OU VAZIO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT AUD-ORDENADA.
           IF WRK-FS-ORDENADA = "35"
               DISPLAY "ARQUIVO AUDITORIA NAO ENCONTRADO OU VAZIO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           SET NAO-FIM-DE-HIS-ORD TO TRUE.
      *    GUARDANDO O ULTIMO SALDO DEPOIS ANTERIOR AO PERIODO COMO
      *    ABERTURA (OU O PRIMEIRO SALDO ANTES DENTRO DO PERIODO,
      *    QUANDO NAO HA MOVIMENTO ANTERIOR) E O ULTIMO SALDO DEPOIS
      *    DENTRO DO PERIODO COMO FECHAMENTO; COM A FOTOGRAFIA DO
      *    MES ANTERIOR, A ABERTURA VEM DELA (CLIENTE AUSENTE DA
      *    FOTOGRAFIA FOI CADASTRADO DEPOIS DO FECHAMENTO E FICA
      *    COM A ABERTURA DA AUDITORIA). O CABECALHO SO E
      *    GRAVADO NO PRIMEIRO MOVIMENTO DENTRO DO PERIODO, PARA QUE
      *    CLIENTE SEM MOVIMENTO NO PERIODO NAO GERE PAGINA.
      *-----------------------------------------------------------
           PERFORM 3200-CONSUMIR-AUDITORIA THRU 3200-EXIT
               UNTIL FIM-DE-ORDENADA
                   OR ORD-CLIENTE-ID NOT = WRK-CLIENTE-ATUAL.
           IF ABERTURA-DA-FOTOGRAFIA
               PERFORM 3250-LER-FOTOGRAFIA THRU 3250-EXIT
           END-IF.
           IF FECHAMENTO-NAO-DEFINIDO
               MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-FECHAMENTO
           END-IF.
       3200-EXIT.
           EXIT.

       3250-LER-FOTOGRAFIA.
           MOVE WRK-PERIODO-ANTERIOR TO SDP-PERIODO.
           MOVE WRK-CLIENTE-ATUAL    TO SDP-CLIENTE-ID.
           READ SALDOS-PERIODO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SDP-SALDO TO WRK-SALDO-ABERTURA
                   SET ABERTURA-DEFINIDA TO TRUE
                   ADD 1 TO WRK-TOTAL-ABERTURAS-FOTO
           END-READ.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3300-GRAVAR-MOVIMENTO
      *    NO PRIMEIRO MOVIMENTO DO PERIODO, GRAVA O CABECALHO DO
           MOVE WRK-CLIENTE-ATUAL TO EXT-TIT-CLIENTE-ID.
           MOVE WRK-NOME-CLIENTE  TO EXT-TIT-NOME.
           WRITE EXT-LINHA AFTER ADVANCING PAGE.
           PERFORM 3450-GRAVAR-ENDERECO THRU 3450-EXIT.
           MOVE SPACES            TO EXT-LINHA.
           MOVE "PERIODO"         TO EXT-PER-TEXTO.
           MOVE WRK-DATA-INICIO   TO EXT-PER-INICIO.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3450-GRAVAR-ENDERECO
      *    GRAVA O BLOCO DE ENDERECO DO PERFIL DO CLIENTE (COPY
      *    PRFLAY): NOME COMPLETO, LOGRADOURO E BAIRRO, E CEP,
      *    CIDADE E UF, SEGUIDO DE UMA LINHA EM BRANCO.
      *-----------------------------------------------------------
       3450-GRAVAR-ENDERECO.
           IF PERFIL-AUSENTE
               GO TO 3450-EXIT
           END-IF.
           MOVE WRK-CLIENTE-ATUAL TO PRF-CLIENTE-ID.
           READ PERFIL-CLIENTE
               INVALID KEY
                   MOVE SPACES TO EXT-LINHA
                   MOVE "(ENDERECO NAO CADASTRADO)" TO EXT-DST-NOME
                   WRITE EXT-LINHA
                   ADD 1 TO WRK-TOTAL-SEM-ENDERECO
                   GO TO 3450-EXIT
           END-READ.
           MOVE SPACES            TO EXT-LINHA.
           MOVE PRF-NOME-COMPLETO TO EXT-DST-NOME.
           WRITE EXT-LINHA.
           MOVE SPACES            TO EXT-LINHA.
           MOVE PRF-LOGRADOURO    TO EXT-LOG-LOGRADOURO.
           MOVE PRF-BAIRRO        TO EXT-LOG-BAIRRO.
           WRITE EXT-LINHA.
           MOVE SPACES            TO EXT-LINHA.
           MOVE PRF-CEP-PREFIXO   TO EXT-LOC-CEP-PREFIXO.
           MOVE "-"               TO EXT-LOC-HIFEN.
           MOVE PRF-CEP-SUFIXO    TO EXT-LOC-CEP-SUFIXO.
           MOVE PRF-CIDADE        TO EXT-LOC-CIDADE.
           MOVE " - "             TO EXT-LOC-SEPARADOR.
           MOVE PRF-UF            TO EXT-LOC-UF.
           WRITE EXT-LINHA.
           MOVE SPACES            TO EXT-LINHA.
           WRITE EXT-LINHA.
       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3500-FECHAR-CLIENTE
      *    AO TROCAR DE CLIENTE (OU NO FIM DO ARQUIVO), SE O EXTRATO
                   " A " WRK-DATA-FIM.
           DISPLAY "CLIENTES COM EXTRATO..: " WRK-TOTAL-CLIENTES.
           DISPLAY "MOVIMENTOS IMPRESSOS..: " WRK-TOTAL-MOVIMENTOS.
           IF ABERTURA-DA-FOTOGRAFIA
               DISPLAY "ABERTURAS FOTOGRAFIA..: "
                       WRK-TOTAL-ABERTURAS-FOTO
           END-IF.
           IF PERFIL-PRESENTE
               DISPLAY "EXTRATOS SEM ENDERECO.: "
                       WRK-TOTAL-SEM-ENDERECO
           END-IF.
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
           MOVE "EXTRATO"              TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           MOVE WRK-TOTAL-CLIENTES     TO LOG-QTDE-LIDOS.
           MOVE WRK-TOTAL-MOVIMENTOS   TO LOG-QTDE-GRAVADOS.
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
           CLOSE AUD-ORDENADA.
           CLOSE CLIENTE-MASTER.
           CLOSE RELATORIO-EXTRATO.
           IF ABERTURA-DA-FOTOGRAFIA
               CLOSE SALDOS-PERIODO
           END-IF.
           IF PERFIL-PRESENTE
               CLOSE PERFIL-CLIENTE
           END-IF.
       9999-EXIT.
           EXIT.
