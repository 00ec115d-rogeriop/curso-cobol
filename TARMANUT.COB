      *-----------------------------------------------------------
      *    PROGRAM-ID. TARMANUT.
      *    MANUTENCAO DA TABELA DE TARIFAS (ARQUIVO TARIFAS, COPY
      *    TARLAY). PEDE A OPERACAO TARIFADA (SAQUE OU TRANSFER) E A
      *    AGENCIA (00 = TARIFA PADRAO PARA TODAS AS AGENCIAS) E
      *    PERMITE INCLUIR A TARIFA, ALTERAR OS VALORES DE UMA
      *    TARIFA EXISTENTE OU EXCLUI-LA. OS VALORES SAO DIGITADOS
      *    EM CENTAVOS (EX: 250 = 2,50) E O PERCENTUAL EM CENTESIMOS
      *    DE PORCENTO (EX: 150 = 1,50), COMO NO JUROGER. A TABELA
      *    E CRIADA NA PRIMEIRA INCLUSAO.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-14  RPO    PROGRAMA CRIADO.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARMANUT.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WRK-FS-TARIFAS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-TARIFAS
           LABEL RECORD IS STANDARD.
           COPY TARLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-TARIFAS           PICTURE X(02) VALUE "00".
       01  WRK-OPERACAO             PICTURE X(08) VALUE SPACES.
           88  OPERACAO-E-TARIFADA      VALUE "SAQUE" "TRANSFER".
       01  WRK-AGENCIA-ENTRADA      PICTURE X(02) VALUE SPACES.
       01  WRK-AGENCIA-VALIDA       PICTURE X(01) VALUE "N".
           88  AGENCIA-E-VALIDA         VALUE "S".
           88  AGENCIA-NAO-E-VALIDA     VALUE "N".
       01  WRK-AGENCIA              PICTURE 9(02) VALUE ZEROS.
       01  WRK-TARIFA-ENCONTRADA    PICTURE X(01) VALUE "N".
           88  TARIFA-FOI-ENCONTRADA     VALUE "S".
           88  TARIFA-NAO-FOI-ENCONTRADA VALUE "N".
       01  WRK-OPCAO                PICTURE X(01) VALUE SPACES.
           88  OPCAO-E-ALTERAR          VALUE "A" "a".
           88  OPCAO-E-EXCLUIR          VALUE "E" "e".
           88  OPCAO-E-CANCELAR         VALUE "C" "c".
           88  OPCAO-E-VALIDA           VALUE "A" "a" "E" "e"
                                              "C" "c".
       01  WRK-CONFIRMACAO          PICTURE X(01) VALUE SPACES.
           88  CONFIRMACAO-SIM          VALUE "S" "s".
       01  WRK-DESCRICAO            PICTURE X(20) VALUE SPACES.
       01  WRK-TEXTO-PROMPT         PICTURE X(60) VALUE SPACES.
       01  WRK-VALOR-ENTRADA        PICTURE X(07) VALUE SPACES.
       01  WRK-VALOR-VALIDO         PICTURE X(01) VALUE "N".
           88  VALOR-E-VALIDO           VALUE "S".
           88  VALOR-NAO-E-VALIDO       VALUE "N".
       01  WRK-VALOR-CENTAVOS       PICTURE 9(07) VALUE ZEROS.
       01  WRK-VALORES-VALIDOS      PICTURE X(01) VALUE "N".
           88  VALORES-SAO-VALIDOS      VALUE "S".
           88  VALORES-NAO-SAO-VALIDOS  VALUE "N".
       01  WRK-VALOR-FIXO           PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-PERCENTUAL           PICTURE 9(03)V99 VALUE ZEROS.
       01  WRK-VALOR-MINIMO         PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-VALOR-MAXIMO         PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-VALOR-ED             PICTURE ZZ.ZZ9,99.
       01  WRK-PERCENTUAL-ED        PICTURE ZZ9,99.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           PERFORM 1050-ACEITA-OPERACAO-VALIDADA THRU 1050-EXIT.
           PERFORM 1100-ACEITA-AGENCIA-VALIDADA THRU 1100-EXIT.
           PERFORM 2000-LOCALIZAR-TARIFA THRU 2000-EXIT.
           IF TARIFA-FOI-ENCONTRADA
               PERFORM 2100-ACEITA-OPCAO-VALIDADA THRU 2100-EXIT
               EVALUATE TRUE
                   WHEN OPCAO-E-ALTERAR
                       PERFORM 4000-ALTERAR-TARIFA THRU 4000-EXIT
                   WHEN OPCAO-E-EXCLUIR
                       PERFORM 5000-EXCLUIR-TARIFA THRU 5000-EXIT
                   WHEN OPCAO-E-CANCELAR
                       DISPLAY "MANUTENCAO CANCELADA"
               END-EVALUATE
           ELSE
               PERFORM 3000-INCLUIR-TARIFA THRU 3000-EXIT
           END-IF.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *    NA PRIMEIRA EXECUCAO A TABELA AINDA NAO EXISTE: ELA E
      *    CRIADA VAZIA E REABERTA PARA ATUALIZACAO.
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           OPEN I-O TABELA-TARIFAS.
           IF WRK-FS-TARIFAS = "35"
               OPEN OUTPUT TABELA-TARIFAS
               CLOSE TABELA-TARIFAS
               OPEN I-O TABELA-TARIFAS
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1050-ACEITA-OPERACAO-VALIDADA
      *    SO SAQUE E TRANSFER SAO TARIFADOS PELO CLIENTES.
      *-----------------------------------------------------------
       1050-ACEITA-OPERACAO-VALIDADA.
           MOVE SPACES TO WRK-OPERACAO.
           PERFORM 1060-ACEITA-E-VERIFICA-OPERACAO THRU 1060-EXIT
               UNTIL OPERACAO-E-TARIFADA.
       1050-EXIT.
           EXIT.

       1060-ACEITA-E-VERIFICA-OPERACAO.
           DISPLAY "DIGITE A OPERACAO TARIFADA (SAQUE OU TRANSFER)".
           ACCEPT WRK-OPERACAO.
           IF NOT OPERACAO-E-TARIFADA
               DISPLAY "OPERACAO INVALIDA - DIGITE SAQUE OU TRANSFER"
           END-IF.
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1100-ACEITA-AGENCIA-VALIDADA
      *    AGENCIA 01-99, OU 00 PARA A TARIFA PADRAO QUE VALE PARA
      *    AS AGENCIAS SEM TARIFA PROPRIA.
      *-----------------------------------------------------------
       1100-ACEITA-AGENCIA-VALIDADA.
           SET AGENCIA-NAO-E-VALIDA TO TRUE.
           PERFORM 1110-ACEITA-E-VERIFICA-AGENCIA THRU 1110-EXIT
               UNTIL AGENCIA-E-VALIDA.
       1100-EXIT.
           EXIT.

       1110-ACEITA-E-VERIFICA-AGENCIA.
           DISPLAY "DIGITE A AGENCIA (01-99, OU 00 PARA TODAS)".
           ACCEPT WRK-AGENCIA-ENTRADA.
           IF FUNCTION TRIM(WRK-AGENCIA-ENTRADA) = SPACES
               OR FUNCTION TRIM(WRK-AGENCIA-ENTRADA) IS NOT NUMERIC
               DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
           ELSE
               MOVE FUNCTION TRIM(WRK-AGENCIA-ENTRADA)
                   TO WRK-AGENCIA
               SET AGENCIA-E-VALIDA TO TRUE
           END-IF.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2000-LOCALIZAR-TARIFA
      *    LE A TARIFA DA OPERACAO/AGENCIA E, SE EXISTIR, EXIBE OS
      *    VALORES EM VIGOR.
      *-----------------------------------------------------------
       2000-LOCALIZAR-TARIFA.
           SET TARIFA-NAO-FOI-ENCONTRADA TO TRUE.
           MOVE WRK-OPERACAO TO TAR-COD-OPERACAO.
           MOVE WRK-AGENCIA  TO TAR-AGENCIA.
           READ TABELA-TARIFAS
               INVALID KEY
                   DISPLAY "TARIFA NAO CADASTRADA - SERA INCLUIDA"
               NOT INVALID KEY
                   SET TARIFA-FOI-ENCONTRADA TO TRUE
                   DISPLAY "DESCRICAO..: " TAR-DESCRICAO
                   MOVE TAR-VALOR-FIXO   TO WRK-VALOR-ED
                   DISPLAY "VALOR FIXO.: " WRK-VALOR-ED
                   MOVE TAR-PERCENTUAL   TO WRK-PERCENTUAL-ED
                   DISPLAY "PERCENTUAL.: " WRK-PERCENTUAL-ED
                   MOVE TAR-VALOR-MINIMO TO WRK-VALOR-ED
                   DISPLAY "MINIMO.....: " WRK-VALOR-ED
                   MOVE TAR-VALOR-MAXIMO TO WRK-VALOR-ED
                   DISPLAY "MAXIMO.....: " WRK-VALOR-ED
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2100-ACEITA-OPCAO-VALIDADA
      *    (A)LTERAR OS VALORES, (E)XCLUIR A TARIFA OU (C)ANCELAR.
      *-----------------------------------------------------------
       2100-ACEITA-OPCAO-VALIDADA.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 2110-ACEITA-E-VERIFICA-OPCAO THRU 2110-EXIT
               UNTIL OPCAO-E-VALIDA.
       2100-EXIT.
           EXIT.

       2110-ACEITA-E-VERIFICA-OPCAO.
           DISPLAY "(A)LTERAR, (E)XCLUIR OU (C)ANCELAR?".
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-E-VALIDA
               DISPLAY "OPCAO INVALIDA - DIGITE A, E OU C"
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3000-INCLUIR-TARIFA
      *-----------------------------------------------------------
       3000-INCLUIR-TARIFA.
           PERFORM 6000-ACEITA-VALORES-TARIFA THRU 6000-EXIT.
           MOVE WRK-OPERACAO     TO TAR-COD-OPERACAO.
           MOVE WRK-AGENCIA      TO TAR-AGENCIA.
           PERFORM 6900-MOVER-VALORES-TARIFA THRU 6900-EXIT.
           WRITE TAR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR A TARIFA - STATUS "
                           WRK-FS-TARIFAS
               NOT INVALID KEY
                   DISPLAY "TARIFA INCLUIDA"
           END-WRITE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    4000-ALTERAR-TARIFA
      *-----------------------------------------------------------
       4000-ALTERAR-TARIFA.
           PERFORM 6000-ACEITA-VALORES-TARIFA THRU 6000-EXIT.
           PERFORM 6900-MOVER-VALORES-TARIFA THRU 6900-EXIT.
           REWRITE TAR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR A TARIFA - STATUS "
                           WRK-FS-TARIFAS
               NOT INVALID KEY
                   DISPLAY "TARIFA ALTERADA"
           END-REWRITE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    5000-EXCLUIR-TARIFA
      *    SEM A TARIFA DA AGENCIA, O CLIENTES PASSA A COBRAR A
      *    TARIFA PADRAO (AGENCIA 00), SE HOUVER.
      *-----------------------------------------------------------
       5000-EXCLUIR-TARIFA.
           DISPLAY "CONFIRMA A EXCLUSAO DA TARIFA? (S/N)".
           ACCEPT WRK-CONFIRMACAO.
           IF NOT CONFIRMACAO-SIM
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO 5000-EXIT
           END-IF.
           DELETE TABELA-TARIFAS
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR A TARIFA - STATUS "
                           WRK-FS-TARIFAS
               NOT INVALID KEY
                   DISPLAY "TARIFA EXCLUIDA"
           END-DELETE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    6000-ACEITA-VALORES-TARIFA
      *    PEDE A DESCRICAO E OS QUATRO VALORES DA TARIFA ATE QUE O
      *    MINIMO NAO SEJA MAIOR QUE O MAXIMO (QUANDO HOUVER MAXIMO).
      *-----------------------------------------------------------
       6000-ACEITA-VALORES-TARIFA.
           SET VALORES-NAO-SAO-VALIDOS TO TRUE.
           PERFORM 6010-ACEITA-E-VERIFICA-VALORES THRU 6010-EXIT
               UNTIL VALORES-SAO-VALIDOS.
       6000-EXIT.
           EXIT.

       6010-ACEITA-E-VERIFICA-VALORES.
           DISPLAY "DIGITE A DESCRICAO DA TARIFA".
           MOVE SPACES TO WRK-DESCRICAO.
           ACCEPT WRK-DESCRICAO.
           MOVE "VALOR FIXO EM CENTAVOS (EX: 250 = 2,50)"
               TO WRK-TEXTO-PROMPT.
           PERFORM 6100-ACEITA-VALOR-VALIDADO THRU 6100-EXIT.
           COMPUTE WRK-VALOR-FIXO = WRK-VALOR-CENTAVOS / 100.
           MOVE "PERCENTUAL EM CENTESIMOS DE PORCENTO (EX: 150 = 1,50)"
               TO WRK-TEXTO-PROMPT.
           PERFORM 6100-ACEITA-VALOR-VALIDADO THRU 6100-EXIT.
           IF WRK-VALOR-CENTAVOS > 99999
               DISPLAY "PERCENTUAL ACIMA DE 999,99 - REDIGITE"
               GO TO 6010-EXIT
           END-IF.
           COMPUTE WRK-PERCENTUAL = WRK-VALOR-CENTAVOS / 100.
           MOVE "VALOR MINIMO EM CENTAVOS (0 = SEM MINIMO)"
               TO WRK-TEXTO-PROMPT.
           PERFORM 6100-ACEITA-VALOR-VALIDADO THRU 6100-EXIT.
           COMPUTE WRK-VALOR-MINIMO = WRK-VALOR-CENTAVOS / 100.
           MOVE "VALOR MAXIMO EM CENTAVOS (0 = SEM MAXIMO)"
               TO WRK-TEXTO-PROMPT.
           PERFORM 6100-ACEITA-VALOR-VALIDADO THRU 6100-EXIT.
           COMPUTE WRK-VALOR-MAXIMO = WRK-VALOR-CENTAVOS / 100.
           IF WRK-VALOR-MAXIMO > 0
               AND WRK-VALOR-MINIMO > WRK-VALOR-MAXIMO
               DISPLAY "MINIMO MAIOR QUE O MAXIMO - REDIGITE"
           ELSE
               SET VALORES-SAO-VALIDOS TO TRUE
           END-IF.
       6010-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    6100-ACEITA-VALOR-VALIDADO
      *    RE-EXIBE WRK-TEXTO-PROMPT ATE QUE SEJA DIGITADO UM VALOR
      *    NUMERICO, DEVOLVIDO EM WRK-VALOR-CENTAVOS.
      *-----------------------------------------------------------
       6100-ACEITA-VALOR-VALIDADO.
           SET VALOR-NAO-E-VALIDO TO TRUE.
           PERFORM 6110-ACEITA-E-VERIFICA-VALOR THRU 6110-EXIT
               UNTIL VALOR-E-VALIDO.
       6100-EXIT.
           EXIT.

       6110-ACEITA-E-VERIFICA-VALOR.
           DISPLAY WRK-TEXTO-PROMPT.
           MOVE SPACES TO WRK-VALOR-ENTRADA.
           ACCEPT WRK-VALOR-ENTRADA.
           IF FUNCTION TRIM(WRK-VALOR-ENTRADA) = SPACES
               OR FUNCTION TRIM(WRK-VALOR-ENTRADA) IS NOT NUMERIC
               DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
           ELSE
               MOVE FUNCTION TRIM(WRK-VALOR-ENTRADA)
                   TO WRK-VALOR-CENTAVOS
               SET VALOR-E-VALIDO TO TRUE
           END-IF.
       6110-EXIT.
           EXIT.

       6900-MOVER-VALORES-TARIFA.
           MOVE WRK-DESCRICAO    TO TAR-DESCRICAO.
           MOVE WRK-VALOR-FIXO   TO TAR-VALOR-FIXO.
           MOVE WRK-PERCENTUAL   TO TAR-PERCENTUAL.
           MOVE WRK-VALOR-MINIMO TO TAR-VALOR-MINIMO.
           MOVE WRK-VALOR-MAXIMO TO TAR-VALOR-MAXIMO.
       6900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    9999-FINALIZACAO
      *-----------------------------------------------------------
       9999-FINALIZACAO.
           CLOSE TABELA-TARIFAS.
       9999-EXIT.
           EXIT.
