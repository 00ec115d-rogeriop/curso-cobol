      *-----------------------------------------------------------
      *    PROGRAM-ID. ORDMANUT.
      *    MANUTENCAO DAS ORDENS PERMANENTES DE TRANSFERENCIA
      *    (ARQUIVO ORDPERM, COPY OPMLAY). PEDE O NUMERO DA ORDEM;
      *    SE ELA NAO EXISTE E INCLUIDA - CLIENTE DE ORIGEM E DE
      *    DESTINO (CADASTRADOS, NAO ENCERRADOS E DIFERENTES),
      *    VALOR EM CENTAVOS (EX: 250 = 2,50), FREQUENCIA (S, Q OU
      *    M), PRIMEIRO VENCIMENTO, DATA FINAL E DESCRICAO. UMA
      *    ORDEM EXISTENTE E EXIBIDA E PODE SER ALTERADA, SUSPENSA,
      *    REATIVADA OU ENCERRADA. AS ORDENS NAO SAO EXCLUIDAS: A
      *    ORDEM ENCERRADA PERMANECE NO ARQUIVO COMO REGISTRO.
      *    A REATIVACAO DESCARTA A OCORRENCIA EM ABERTO E PEDE UM
      *    NOVO PROXIMO VENCIMENTO. O ARQUIVO E CRIADO NA PRIMEIRA
      *    INCLUSAO.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-14  RPO    PROGRAMA CRIADO.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMANUT.
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
           SELECT ORDENS-PERMANENTES ASSIGN TO "ORDPERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-ID
               FILE STATUS IS WRK-FS-ORDENS.
           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               FILE STATUS IS WRK-FS-MASTER.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENS-PERMANENTES
           LABEL RECORD IS STANDARD.
           COPY OPMLAY.

       FD  CLIENTE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMAST.

       WORKING-STORAGE SECTION.
       01  WRK-FS-ORDENS            PICTURE X(02) VALUE "00".
       01  WRK-FS-MASTER            PICTURE X(02) VALUE "00".
       01  WRK-DATA-ATUAL           PICTURE 9(08) VALUE ZEROS.
       01  WRK-ORDEM-ID             PICTURE 9(06) VALUE ZEROS.
       01  WRK-ORDEM-ENCONTRADA     PICTURE X(01) VALUE "N".
           88  ORDEM-FOI-ENCONTRADA      VALUE "S".
           88  ORDEM-NAO-FOI-ENCONTRADA  VALUE "N".
       01  WRK-OPCAO                PICTURE X(01) VALUE SPACES.
           88  OPCAO-E-ALTERAR          VALUE "A" "a".
           88  OPCAO-E-SUSPENDER        VALUE "S" "s".
           88  OPCAO-E-REATIVAR         VALUE "R" "r".
           88  OPCAO-E-ENCERRAR         VALUE "E" "e".
           88  OPCAO-E-CANCELAR         VALUE "C" "c".
           88  OPCAO-E-VALIDA           VALUE "A" "a" "S" "s"
                                              "R" "r" "E" "e"
                                              "C" "c".
       01  WRK-CONFIRMACAO          PICTURE X(01) VALUE SPACES.
           88  CONFIRMACAO-SIM          VALUE "S" "s".
       01  WRK-FREQUENCIA           PICTURE X(01) VALUE SPACES.
           88  FREQUENCIA-E-VALIDA      VALUE "S" "Q" "M".
       01  WRK-DESCRICAO            PICTURE X(20) VALUE SPACES.
       01  WRK-TEXTO-PROMPT         PICTURE X(60) VALUE SPACES.
       01  WRK-NUMERO-ENTRADA       PICTURE X(08) VALUE SPACES.
       01  WRK-NUMERO-VALIDO        PICTURE X(01) VALUE "N".
           88  NUMERO-E-VALIDO          VALUE "S".
           88  NUMERO-NAO-E-VALIDO      VALUE "N".
       01  WRK-VALOR-NUMERICO       PICTURE 9(08) VALUE ZEROS.
       01  WRK-CLIENTE-VALIDO       PICTURE X(01) VALUE "N".
           88  CLIENTE-E-VALIDO         VALUE "S".
           88  CLIENTE-NAO-E-VALIDO     VALUE "N".
       01  WRK-DATA-VALIDA          PICTURE X(01) VALUE "N".
           88  DATA-E-VALIDA            VALUE "S".
           88  DATA-NAO-E-VALIDA        VALUE "N".
       01  WRK-DATA-OPCIONAL        PICTURE X(01) VALUE "N".
           88  DATA-ACEITA-ZERO         VALUE "S".
           88  DATA-NAO-ACEITA-ZERO     VALUE "N".
       01  WRK-DATA-MINIMA          PICTURE 9(08) VALUE ZEROS.
       01  WRK-CLIENTE-ORIGEM       PICTURE 9(06) VALUE ZEROS.
       01  WRK-CLIENTE-DESTINO      PICTURE 9(06) VALUE ZEROS.
       01  WRK-VALOR                PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-PROXIMA-DATA         PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-FIM             PICTURE 9(08) VALUE ZEROS.
      *    DATA DIGITADA, DESMEMBRADA PARA A VALIDACAO DO DIA DO
      *    MES (7000-CALCULAR-DIAS-NO-MES).
       01  WRK-DATA-CALCULO         PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-CALCULO-R REDEFINES WRK-DATA-CALCULO.
           05  WRK-DC-ANO           PICTURE 9(04).
           05  WRK-DC-MES           PICTURE 9(02).
           05  WRK-DC-DIA           PICTURE 9(02).
       01  WRK-DATA-AUXILIAR        PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-AUXILIAR-R REDEFINES WRK-DATA-AUXILIAR.
           05  WRK-DA-ANO           PICTURE 9(04).
           05  WRK-DA-MES           PICTURE 9(02).
           05  WRK-DA-DIA           PICTURE 9(02).
       01  WRK-DIAS-NO-MES          PICTURE 9(02) VALUE ZEROS.
       01  WRK-DIA-JULIANO          PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-VALOR-ED             PICTURE ZZ.ZZ9,99.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           PERFORM 1050-ACEITA-ORDEM-VALIDADA THRU 1050-EXIT.
           PERFORM 2000-LOCALIZAR-ORDEM THRU 2000-EXIT.
           IF ORDEM-FOI-ENCONTRADA
               PERFORM 2100-ACEITA-OPCAO-VALIDADA THRU 2100-EXIT
               EVALUATE TRUE
                   WHEN OPCAO-E-ALTERAR
                       PERFORM 4000-ALTERAR-ORDEM THRU 4000-EXIT
                   WHEN OPCAO-E-SUSPENDER
                       PERFORM 5000-SUSPENDER-ORDEM THRU 5000-EXIT
                   WHEN OPCAO-E-REATIVAR
                       PERFORM 5100-REATIVAR-ORDEM THRU 5100-EXIT
                   WHEN OPCAO-E-ENCERRAR
                       PERFORM 5200-ENCERRAR-ORDEM THRU 5200-EXIT
                   WHEN OPCAO-E-CANCELAR
                       DISPLAY "MANUTENCAO CANCELADA"
               END-EVALUATE
           ELSE
               PERFORM 3000-INCLUIR-ORDEM THRU 3000-EXIT
           END-IF.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *    NA PRIMEIRA EXECUCAO O ARQUIVO DE ORDENS AINDA NAO
      *    EXISTE: ELE E CRIADO VAZIO E REABERTO PARA ATUALIZACAO.
      *    O MASTER E NECESSARIO PARA CONFERIR OS CLIENTES.
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTE-MASTER.
           IF WRK-FS-MASTER = "35"
               DISPLAY "ARQUIVO CLIENTE-MASTER NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ORDENS-PERMANENTES.
           IF WRK-FS-ORDENS = "35"
               OPEN OUTPUT ORDENS-PERMANENTES
               CLOSE ORDENS-PERMANENTES
               OPEN I-O ORDENS-PERMANENTES
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1050-ACEITA-ORDEM-VALIDADA
      *    NUMERO DA ORDEM DE 1 A 999999.
      *-----------------------------------------------------------
       1050-ACEITA-ORDEM-VALIDADA.
           MOVE ZEROS TO WRK-ORDEM-ID.
           PERFORM 1060-ACEITA-E-VERIFICA-ORDEM THRU 1060-EXIT
               UNTIL WRK-ORDEM-ID > ZEROS.
       1050-EXIT.
           EXIT.

       1060-ACEITA-E-VERIFICA-ORDEM.
           MOVE "DIGITE O NUMERO DA ORDEM PERMANENTE (1-999999)"
               TO WRK-TEXTO-PROMPT.
           PERFORM 6100-ACEITA-NUMERO-VALIDADO THRU 6100-EXIT.
           IF WRK-VALOR-NUMERICO < 1 OR WRK-VALOR-NUMERICO > 999999
               DISPLAY "NUMERO DE ORDEM INVALIDO - REDIGITE"
           ELSE
               MOVE WRK-VALOR-NUMERICO TO WRK-ORDEM-ID
           END-IF.
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2000-LOCALIZAR-ORDEM
      *    LE A ORDEM E, SE EXISTIR, EXIBE OS DADOS EM VIGOR E A
      *    OCORRENCIA EM ANDAMENTO.
      *-----------------------------------------------------------
       2000-LOCALIZAR-ORDEM.
           SET ORDEM-NAO-FOI-ENCONTRADA TO TRUE.
           MOVE WRK-ORDEM-ID TO OPM-ID.
           READ ORDENS-PERMANENTES
               INVALID KEY
                   DISPLAY "ORDEM NAO CADASTRADA - SERA INCLUIDA"
               NOT INVALID KEY
                   SET ORDEM-FOI-ENCONTRADA TO TRUE
                   PERFORM 2050-EXIBIR-ORDEM THRU 2050-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2050-EXIBIR-ORDEM.
           DISPLAY "DESCRICAO..........: " OPM-DESCRICAO.
           DISPLAY "CLIENTE ORIGEM.....: " OPM-CLIENTE-ORIGEM.
           DISPLAY "CLIENTE DESTINO....: " OPM-CLIENTE-DESTINO.
           MOVE OPM-VALOR TO WRK-VALOR-ED.
           DISPLAY "VALOR..............: " WRK-VALOR-ED.
           EVALUATE TRUE
               WHEN OPM-FREQ-SEMANAL
                   DISPLAY "FREQUENCIA.........: SEMANAL"
               WHEN OPM-FREQ-QUINZENAL
                   DISPLAY "FREQUENCIA.........: QUINZENAL"
               WHEN OTHER
                   DISPLAY "FREQUENCIA.........: MENSAL - DIA "
                           OPM-DIA-BASE
           END-EVALUATE.
           DISPLAY "PROXIMO VENCIMENTO.: " OPM-PROXIMA-DATA.
           DISPLAY "DATA FINAL.........: " OPM-DATA-FIM.
           EVALUATE TRUE
               WHEN OPM-STATUS-ATIVA
                   DISPLAY "SITUACAO...........: ATIVA"
               WHEN OPM-STATUS-ENCERRADA
                   DISPLAY "SITUACAO...........: ENCERRADA"
               WHEN OPM-SUSP-RETENTATIVAS
                   DISPLAY "SITUACAO...........: SUSPENSA - "
                           "RETENTATIVAS ESGOTADAS"
               WHEN OPM-SUSP-NOVO-VENCIMENTO
                   DISPLAY "SITUACAO...........: SUSPENSA - "
                           "NOVO VENCIMENTO COM OCORRENCIA EM ABERTO"
               WHEN OPM-SUSP-CLIENTE
                   DISPLAY "SITUACAO...........: SUSPENSA - "
                           "CLIENTE INVALIDO"
               WHEN OTHER
                   DISPLAY "SITUACAO...........: SUSPENSA - "
                           "PELO OPERADOR"
           END-EVALUATE.
           IF NOT OPM-SEM-OCORRENCIA
               MOVE OPM-VALOR-OCORRENCIA TO WRK-VALOR-ED
               DISPLAY "OCORRENCIA ABERTA..: VENCIMENTO "
                       OPM-DATA-REFERENCIA " VALOR " WRK-VALOR-ED
                       " TENTATIVAS " OPM-QTDE-TENTATIVAS
           END-IF.
           DISPLAY "ULTIMA EXECUCAO....: " OPM-DATA-ULTIMA-EXECUCAO.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2100-ACEITA-OPCAO-VALIDADA
      *    (A)LTERAR, (S)USPENDER, (R)EATIVAR, (E)NCERRAR OU
      *    (C)ANCELAR.
      *-----------------------------------------------------------
       2100-ACEITA-OPCAO-VALIDADA.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 2110-ACEITA-E-VERIFICA-OPCAO THRU 2110-EXIT
               UNTIL OPCAO-E-VALIDA.
       2100-EXIT.
           EXIT.

       2110-ACEITA-E-VERIFICA-OPCAO.
           DISPLAY "(A)LTERAR, (S)USPENDER, (R)EATIVAR, (E)NCERRAR "
                   "OU (C)ANCELAR?".
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-E-VALIDA
               DISPLAY "OPCAO INVALIDA - DIGITE A, S, R, E OU C"
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3000-INCLUIR-ORDEM
      *    A ORDEM NASCE ATIVA, SEM OCORRENCIA. NA FREQUENCIA
      *    MENSAL O DIA DO PRIMEIRO VENCIMENTO PASSA A SER O
      *    DIA-BASE DOS MESES SEGUINTES.
      *-----------------------------------------------------------
       3000-INCLUIR-ORDEM.
           PERFORM 3100-ACEITA-CLIENTES THRU 3100-EXIT.
           PERFORM 6000-ACEITA-DADOS-ORDEM THRU 6000-EXIT.
           MOVE WRK-ORDEM-ID        TO OPM-ID.
           MOVE WRK-CLIENTE-ORIGEM  TO OPM-CLIENTE-ORIGEM.
           MOVE WRK-CLIENTE-DESTINO TO OPM-CLIENTE-DESTINO.
           PERFORM 6900-MOVER-DADOS-ORDEM THRU 6900-EXIT.
           SET OPM-STATUS-ATIVA     TO TRUE.
           MOVE SPACES              TO OPM-MOTIVO-SUSPENSAO.
           MOVE WRK-DATA-ATUAL      TO OPM-DATA-CADASTRO.
           SET OPM-SEM-OCORRENCIA   TO TRUE.
           MOVE ZEROS               TO OPM-DATA-REFERENCIA
                                       OPM-DATA-GERACAO
                                       OPM-VALOR-OCORRENCIA
                                       OPM-QTDE-TENTATIVAS
                                       OPM-DATA-ULTIMA-EXECUCAO.
           WRITE OPM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR A ORDEM - STATUS "
                           WRK-FS-ORDENS
               NOT INVALID KEY
                   DISPLAY "ORDEM INCLUIDA"
           END-WRITE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3100-ACEITA-CLIENTES
      *    ORIGEM E DESTINO CADASTRADOS, NAO ENCERRADOS E
      *    DIFERENTES ENTRE SI - AS MESMAS EXIGENCIAS DE TRANEDIT
      *    E DO CLIENTES PARA UMA TRANSFERENCIA.
      *-----------------------------------------------------------
       3100-ACEITA-CLIENTES.
           MOVE "DIGITE O CLIENTE DE ORIGEM (QUEM PAGA)"
               TO WRK-TEXTO-PROMPT.
           PERFORM 3110-ACEITA-CLIENTE-VALIDADO THRU 3110-EXIT.
           MOVE WRK-VALOR-NUMERICO TO WRK-CLIENTE-ORIGEM.
           MOVE ZEROS TO WRK-CLIENTE-DESTINO.
           PERFORM 3130-ACEITA-DESTINO THRU 3130-EXIT
               UNTIL WRK-CLIENTE-DESTINO NOT = ZEROS.
       3100-EXIT.
           EXIT.

       3110-ACEITA-CLIENTE-VALIDADO.
           SET CLIENTE-NAO-E-VALIDO TO TRUE.
           PERFORM 3120-ACEITA-E-VERIFICA-CLIENTE THRU 3120-EXIT
               UNTIL CLIENTE-E-VALIDO.
       3110-EXIT.
           EXIT.

       3120-ACEITA-E-VERIFICA-CLIENTE.
           PERFORM 6100-ACEITA-NUMERO-VALIDADO THRU 6100-EXIT.
           MOVE WRK-VALOR-NUMERICO TO CLI-ID.
           READ CLIENTE-MASTER
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO - REDIGITE"
                   GO TO 3120-EXIT
           END-READ.
           IF CLI-STATUS-ENCERRADO
               DISPLAY "CONTA ENCERRADA - REDIGITE"
               GO TO 3120-EXIT
           END-IF.
           DISPLAY "CLIENTE: " CLI-NOME.
           SET CLIENTE-E-VALIDO TO TRUE.
       3120-EXIT.
           EXIT.

       3130-ACEITA-DESTINO.
           MOVE "DIGITE O CLIENTE DE DESTINO (QUEM RECEBE)"
               TO WRK-TEXTO-PROMPT.
           PERFORM 3110-ACEITA-CLIENTE-VALIDADO THRU 3110-EXIT.
           IF WRK-VALOR-NUMERICO = WRK-CLIENTE-ORIGEM
               DISPLAY "DESTINO IGUAL A ORIGEM - REDIGITE"
           ELSE
               MOVE WRK-VALOR-NUMERICO TO WRK-CLIENTE-DESTINO
           END-IF.
       3130-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    4000-ALTERAR-ORDEM
      *    OS CLIENTES NAO SAO ALTERADOS (UMA NOVA ORDEM DEVE SER
      *    CADASTRADA). A OCORRENCIA EM ABERTO CONTINUA SENDO
      *    CONFERIDA PELO VALOR COM QUE FOI GERADA.
      *-----------------------------------------------------------
       4000-ALTERAR-ORDEM.
           IF OPM-STATUS-ENCERRADA
               DISPLAY "ORDEM ENCERRADA NAO PODE SER ALTERADA"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 6000-ACEITA-DADOS-ORDEM THRU 6000-EXIT.
           PERFORM 6900-MOVER-DADOS-ORDEM THRU 6900-EXIT.
           REWRITE OPM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR A ORDEM - STATUS "
                           WRK-FS-ORDENS
               NOT INVALID KEY
                   DISPLAY "ORDEM ALTERADA"
           END-REWRITE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    5000-SUSPENDER-ORDEM
      *    SUSPENSAO PELO OPERADOR: ORDGER DEIXA DE GERAR E DE
      *    RETENTAR AS TRANSFERENCIAS DA ORDEM.
      *-----------------------------------------------------------
       5000-SUSPENDER-ORDEM.
           IF NOT OPM-STATUS-ATIVA
               DISPLAY "SO UMA ORDEM ATIVA PODE SER SUSPENSA"
               GO TO 5000-EXIT
           END-IF.
           SET OPM-STATUS-SUSPENSA TO TRUE.
           SET OPM-SUSP-OPERADOR   TO TRUE.
           REWRITE OPM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO SUSPENDER A ORDEM - STATUS "
                           WRK-FS-ORDENS
               NOT INVALID KEY
                   DISPLAY "ORDEM SUSPENSA"
           END-REWRITE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    5100-REATIVAR-ORDEM
      *    A OCORRENCIA QUE ESTAVA EM ABERTO E DESCARTADA (SUA
      *    EXCECAO, SE HOUVER, SEGUE NA REVISAO DE EXCECOES) E A
      *    ORDEM RECOMECA NO VENCIMENTO INFORMADO.
      *-----------------------------------------------------------
       5100-REATIVAR-ORDEM.
           IF NOT OPM-STATUS-SUSPENSA
               DISPLAY "SO UMA ORDEM SUSPENSA PODE SER REATIVADA"
               GO TO 5100-EXIT
           END-IF.
           MOVE "PROXIMO VENCIMENTO (AAAAMMDD, A PARTIR DE HOJE)"
               TO WRK-TEXTO-PROMPT.
           MOVE WRK-DATA-ATUAL TO WRK-DATA-MINIMA.
           SET DATA-NAO-ACEITA-ZERO TO TRUE.
           PERFORM 6200-ACEITA-DATA-VALIDADA THRU 6200-EXIT.
           IF OPM-DATA-FIM NOT = ZEROS
               AND WRK-DATA-CALCULO > OPM-DATA-FIM
               DISPLAY "VENCIMENTO APOS A DATA FINAL DA ORDEM - "
                       "REATIVACAO CANCELADA"
               GO TO 5100-EXIT
           END-IF.
           MOVE WRK-DATA-CALCULO   TO OPM-PROXIMA-DATA.
           SET OPM-STATUS-ATIVA    TO TRUE.
           MOVE SPACES             TO OPM-MOTIVO-SUSPENSAO.
           SET OPM-SEM-OCORRENCIA  TO TRUE.
           MOVE ZEROS              TO OPM-QTDE-TENTATIVAS.
           REWRITE OPM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REATIVAR A ORDEM - STATUS "
                           WRK-FS-ORDENS
               NOT INVALID KEY
                   DISPLAY "ORDEM REATIVADA"
           END-REWRITE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    5200-ENCERRAR-ORDEM
      *-----------------------------------------------------------
       5200-ENCERRAR-ORDEM.
           IF OPM-STATUS-ENCERRADA
               DISPLAY "ORDEM JA ESTA ENCERRADA"
               GO TO 5200-EXIT
           END-IF.
           DISPLAY "CONFIRMA O ENCERRAMENTO DA ORDEM? (S/N)".
           ACCEPT WRK-CONFIRMACAO.
           IF NOT CONFIRMACAO-SIM
               DISPLAY "ENCERRAMENTO CANCELADO"
               GO TO 5200-EXIT
           END-IF.
           SET OPM-STATUS-ENCERRADA TO TRUE.
           REWRITE OPM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ENCERRAR A ORDEM - STATUS "
                           WRK-FS-ORDENS
               NOT INVALID KEY
                   DISPLAY "ORDEM ENCERRADA"
           END-REWRITE.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    6000-ACEITA-DADOS-ORDEM
      *    VALOR, FREQUENCIA, PROXIMO VENCIMENTO (A PARTIR DE
      *    HOJE), DATA FINAL (ZERO = SEM DATA FINAL, OU A PARTIR DO
      *    VENCIMENTO) E DESCRICAO.
      *-----------------------------------------------------------
       6000-ACEITA-DADOS-ORDEM.
           MOVE ZEROS TO WRK-VALOR.
           PERFORM 6010-ACEITA-VALOR THRU 6010-EXIT
               UNTIL WRK-VALOR > ZEROS.
           MOVE SPACES TO WRK-FREQUENCIA.
           PERFORM 6020-ACEITA-FREQUENCIA THRU 6020-EXIT
               UNTIL FREQUENCIA-E-VALIDA.
           MOVE "PROXIMO VENCIMENTO (AAAAMMDD, A PARTIR DE HOJE)"
               TO WRK-TEXTO-PROMPT.
           MOVE WRK-DATA-ATUAL TO WRK-DATA-MINIMA.
           SET DATA-NAO-ACEITA-ZERO TO TRUE.
           PERFORM 6200-ACEITA-DATA-VALIDADA THRU 6200-EXIT.
           MOVE WRK-DATA-CALCULO TO WRK-PROXIMA-DATA.
           MOVE "DIGITE A DATA FINAL (AAAAMMDD, 0 = SEM DATA FINAL)"
               TO WRK-TEXTO-PROMPT.
           MOVE WRK-PROXIMA-DATA TO WRK-DATA-MINIMA.
           SET DATA-ACEITA-ZERO TO TRUE.
           PERFORM 6200-ACEITA-DATA-VALIDADA THRU 6200-EXIT.
           MOVE WRK-DATA-CALCULO TO WRK-DATA-FIM.
           DISPLAY "DIGITE A DESCRICAO DA ORDEM".
           MOVE SPACES TO WRK-DESCRICAO.
           ACCEPT WRK-DESCRICAO.
       6000-EXIT.
           EXIT.

       6010-ACEITA-VALOR.
           MOVE "VALOR DA TRANSFERENCIA EM CENTAVOS (EX: 250 = 2,50)"
               TO WRK-TEXTO-PROMPT.
           PERFORM 6100-ACEITA-NUMERO-VALIDADO THRU 6100-EXIT.
           IF WRK-VALOR-NUMERICO > 9999999
               DISPLAY "VALOR ACIMA DE 99.999,99 - REDIGITE"
               GO TO 6010-EXIT
           END-IF.
           COMPUTE WRK-VALOR = WRK-VALOR-NUMERICO / 100.
           IF WRK-VALOR NOT > ZEROS
               DISPLAY "O VALOR DEVE SER MAIOR QUE ZERO - REDIGITE"
           END-IF.
       6010-EXIT.
           EXIT.

       6020-ACEITA-FREQUENCIA.
           DISPLAY "FREQUENCIA - (S)EMANAL, (Q)UINZENAL OU (M)ENSAL".
           ACCEPT WRK-FREQUENCIA.
           IF NOT FREQUENCIA-E-VALIDA
               DISPLAY "FREQUENCIA INVALIDA - DIGITE S, Q OU M"
           END-IF.
       6020-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    6100-ACEITA-NUMERO-VALIDADO
      *    RE-EXIBE WRK-TEXTO-PROMPT ATE QUE SEJA DIGITADO UM VALOR
      *    NUMERICO, DEVOLVIDO EM WRK-VALOR-NUMERICO.
      *-----------------------------------------------------------
       6100-ACEITA-NUMERO-VALIDADO.
           SET NUMERO-NAO-E-VALIDO TO TRUE.
           PERFORM 6110-ACEITA-E-VERIFICA-NUMERO THRU 6110-EXIT
               UNTIL NUMERO-E-VALIDO.
       6100-EXIT.
           EXIT.

       6110-ACEITA-E-VERIFICA-NUMERO.
           DISPLAY WRK-TEXTO-PROMPT.
           MOVE SPACES TO WRK-NUMERO-ENTRADA.
           ACCEPT WRK-NUMERO-ENTRADA.
           IF FUNCTION TRIM(WRK-NUMERO-ENTRADA) = SPACES
               OR FUNCTION TRIM(WRK-NUMERO-ENTRADA) IS NOT NUMERIC
               DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
           ELSE
               MOVE FUNCTION TRIM(WRK-NUMERO-ENTRADA)
                   TO WRK-VALOR-NUMERICO
               SET NUMERO-E-VALIDO TO TRUE
           END-IF.
       6110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    6200-ACEITA-DATA-VALIDADA
      *    RE-EXIBE WRK-TEXTO-PROMPT ATE QUE SEJA DIGITADA UMA DATA
      *    DE CALENDARIO NAO ANTERIOR A WRK-DATA-MINIMA (OU ZERO,
      *    QUANDO DATA-ACEITA-ZERO), DEVOLVIDA EM WRK-DATA-CALCULO.
      *-----------------------------------------------------------
       6200-ACEITA-DATA-VALIDADA.
           SET DATA-NAO-E-VALIDA TO TRUE.
           PERFORM 6210-ACEITA-E-VERIFICA-DATA THRU 6210-EXIT
               UNTIL DATA-E-VALIDA.
       6200-EXIT.
           EXIT.

       6210-ACEITA-E-VERIFICA-DATA.
           PERFORM 6100-ACEITA-NUMERO-VALIDADO THRU 6100-EXIT.
           MOVE WRK-VALOR-NUMERICO TO WRK-DATA-CALCULO.
           IF WRK-DATA-CALCULO = ZEROS AND DATA-ACEITA-ZERO
               SET DATA-E-VALIDA TO TRUE
               GO TO 6210-EXIT
           END-IF.
           IF WRK-DC-ANO < 1601
               OR WRK-DC-MES < 1 OR WRK-DC-MES > 12
               OR WRK-DC-DIA < 1
               DISPLAY "DATA INVALIDA - USE AAAAMMDD"
               GO TO 6210-EXIT
           END-IF.
           PERFORM 7000-CALCULAR-DIAS-NO-MES THRU 7000-EXIT.
           IF WRK-DC-DIA > WRK-DIAS-NO-MES
               DISPLAY "DATA INVALIDA - USE AAAAMMDD"
               GO TO 6210-EXIT
           END-IF.
           IF WRK-DATA-CALCULO < WRK-DATA-MINIMA
               DISPLAY "DATA ANTERIOR A " WRK-DATA-MINIMA
                       " - REDIGITE"
               GO TO 6210-EXIT
           END-IF.
           SET DATA-E-VALIDA TO TRUE.
       6210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    6900-MOVER-DADOS-ORDEM
      *-----------------------------------------------------------
       6900-MOVER-DADOS-ORDEM.
           MOVE WRK-VALOR        TO OPM-VALOR.
           MOVE WRK-FREQUENCIA   TO OPM-FREQUENCIA.
           MOVE WRK-PROXIMA-DATA TO OPM-PROXIMA-DATA.
           MOVE WRK-PROXIMA-DATA TO WRK-DATA-CALCULO.
           MOVE WRK-DC-DIA       TO OPM-DIA-BASE.
           MOVE WRK-DATA-FIM     TO OPM-DATA-FIM.
           MOVE WRK-DESCRICAO    TO OPM-DESCRICAO.
       6900-EXIT.
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
      *    9999-FINALIZACAO
      *-----------------------------------------------------------
       9999-FINALIZACAO.
           CLOSE ORDENS-PERMANENTES.
           CLOSE CLIENTE-MASTER.
       9999-EXIT.
           EXIT.
