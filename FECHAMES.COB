      *-----------------------------------------------------------
      *    PROGRAM-ID. FECHAMES.
      *    FECHAMENTO DO MES. EXECUTADO UMA VEZ POR MES, DEPOIS DO
      *    ULTIMO LOTE NOTURNO DO PERIODO E ANTES DO PRIMEIRO LOTE
      *    DO PERIODO SEGUINTE: GRAVA NO ARQUIVO SALDOPER (COPY
      *    SDPLAY) A FOTOGRAFIA DO SALDO, DO LIMITE DE DESCOBERTO,
      *    DO STATUS E DA AGENCIA DE CADA CLIENTE DO CLIENTE-
      *    MASTER E, SO COM A FOTOGRAFIA COMPLETA, ACRESCENTA O
      *    PERIODO AO ARQUIVO DE PERIODOS FECHADOS (COPY PFCLAY)
      *    COM OS TOTAIS GRAVADOS.
      *    A PARTIR DAI CLIENTES E EXCREVIS RECUSAM ESTORNO E
      *    APROVACAO EM ATRASO DATADOS DENTRO DO PERIODO, E O
      *    EXTRATO TOMA DA FOTOGRAFIA O SALDO DE ABERTURA DO MES
      *    SEGUINTE.
      *    OS PERIODOS SAO FECHADOS EM ORDEM, SEM SALTOS, E UM
      *    PERIODO JA FECHADO NAO E REFEITO. SO PODE SER FECHADO O
      *    MES ANTERIOR AO DE HOJE, OU O MES CORRENTE NO SEU ULTIMO
      *    DIA, E SO ENQUANTO O CLIENTES NAO TIVER APLICADO NENHUM
      *    ARQUIVO DO PERIODO SEGUINTE (CONFERIDO NO LOG DE
      *    EXECUCOES) E NENHUM OUTRO PROGRAMA TIVER ALTERADO SALDO
      *    DEPOIS DO FIM DO PERIODO (CONFERIDO NA AUDITORIA) -
      *    SENAO O MASTER JA NAO TEM O SALDO DO FIM DO PERIODO.
      *    UMA FOTOGRAFIA INTERROMPIDA (PERIODO AINDA NAO MARCADO
      *    COMO FECHADO) E REGRAVADA POR INTEIRO NA EXECUCAO
      *    SEGUINTE.
      *    O PERIODO (AAAAMM) VEM DO CARTAO DE PARAMETRO (PARM-1)
      *    OU DO CONSOLE; EM BRANCO, O MES ANTERIOR AO DE HOJE.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-15  RPO    PROGRAMA CRIADO.
      *    2026-10-15  RPO    SO FECHA O MES ANTERIOR OU O CORRENTE NO
      *                       ULTIMO DIA, E RECUSA O PERIODO SE O LOG
      *                       DE EXECUCOES TEM CLIENTES POSTERIOR AO
      *                       SEU FIM.
      *    2026-10-15  RPO    RECUSA TAMBEM O PERIODO SE A AUDITORIA
      *                       TEM ALTERACAO DE SALDO DE OUTRO PROGRAMA
      *                       (COMO EXCREVIS) DATADA DEPOIS DO SEU
      *                       FIM.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMES.
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
           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-ID
               FILE STATUS IS WRK-FS-MASTER.
           SELECT SALDOS-PERIODO  ASSIGN TO "SALDOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SDP-CHAVE
               FILE STATUS IS WRK-FS-SALDOS.
           SELECT PERIODOS-FECHADOS ASSIGN TO "PERFECH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
           SELECT PARAMETROS      ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT AUDITORIA       ASSIGN TO "AUDITORI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMAST.

       FD  SALDOS-PERIODO
           LABEL RECORD IS STANDARD.
           COPY SDPLAY.

       FD  PERIODOS-FECHADOS
           LABEL RECORD IS STANDARD.
           COPY PFCLAY.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PRMLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       FD  AUDITORIA
           LABEL RECORD IS STANDARD.
           COPY AUDLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-MASTER      PICTURE X(02) VALUE "00".
       01  WRK-FS-SALDOS      PICTURE X(02) VALUE "00".
       01  WRK-FS-PERIODOS    PICTURE X(02) VALUE "00".
       01  WRK-FS-PARAMETROS  PICTURE X(02) VALUE "00".
       01  WRK-MASTER-FIM     PICTURE X(01) VALUE "N".
           88  FIM-DE-MASTER            VALUE "S".
           88  NAO-FIM-DE-MASTER        VALUE "N".
       01  WRK-PERIODOS-FIM   PICTURE X(01) VALUE "N".
           88  FIM-DE-PERIODOS          VALUE "S".
           88  NAO-FIM-DE-PERIODOS      VALUE "N".
       01  WRK-FOTOGRAFIA-OK  PICTURE X(01) VALUE "S".
           88  FOTOGRAFIA-COMPLETA      VALUE "S".
           88  FOTOGRAFIA-COM-ERRO      VALUE "N".
       01  WRK-DATA-ATUAL     PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-ATUAL-R REDEFINES WRK-DATA-ATUAL.
           05  WRK-PERIODO-ATUAL  PICTURE 9(06).
           05  WRK-DIA-ATUAL      PICTURE 9(02).
       01  WRK-ULTIMO-PERIODO-FECHADO PICTURE 9(06) VALUE ZEROS.
       01  WRK-PERIODO-FECHAR PICTURE 9(06) VALUE ZEROS.
       01  WRK-PERIODO-FECHAR-R REDEFINES WRK-PERIODO-FECHAR.
           05  WRK-PF-ANO         PICTURE 9(04).
           05  WRK-PF-MES         PICTURE 9(02).
       01  WRK-PERIODO-ANTERIOR PICTURE 9(06) VALUE ZEROS.
       01  WRK-PERIODO-ANTERIOR-R REDEFINES WRK-PERIODO-ANTERIOR.
           05  WRK-PA-ANO         PICTURE 9(04).
           05  WRK-PA-MES         PICTURE 9(02).
       01  WRK-FIM-PERIODO    PICTURE 9(08) VALUE ZEROS.
       01  WRK-PERIODO-ACEITO PICTURE X(01) VALUE "S".
           88  PERIODO-ACEITO           VALUE "S".
           88  PERIODO-RECUSADO         VALUE "N".
       01  WRK-PROXIMO-PERIODO PICTURE 9(06) VALUE ZEROS.
       01  WRK-PROXIMO-PERIODO-R REDEFINES WRK-PROXIMO-PERIODO.
           05  WRK-PP-ANO         PICTURE 9(04).
           05  WRK-PP-MES         PICTURE 9(02).
       01  WRK-NOME-PROGRAMA  PICTURE X(08) VALUE "FECHAMES".
       01  WRK-PARM-PRESENTE  PICTURE X(01) VALUE "N".
           88  PARM-PRESENTE             VALUE "S".
           88  PARM-AUSENTE              VALUE "N".
       01  WRK-PARM-FIM       PICTURE X(01) VALUE "N".
           88  FIM-DE-PARAMETROS         VALUE "S".
           88  NAO-FIM-DE-PARAMETROS     VALUE "N".
       01  WRK-PARM-PERIODO       PICTURE X(08) VALUE SPACES.
       01  WRK-ENTRADA-PERIODO    PICTURE X(08) VALUE SPACES.
       01  WRK-PERIODO-VALIDO     PICTURE X(01) VALUE "N".
           88  PERIODO-E-VALIDO          VALUE "S".
           88  PERIODO-NAO-E-VALIDO      VALUE "N".
      *    CALCULO DE DATAS: WRK-DATA-CALCULO RECEBE O MES CUJOS
      *    DIAS SE QUER CONTAR; WRK-DATA-AUXILIAR E O PRIMEIRO DIA
      *    DE UM MES (7000).
       01  WRK-DATA-CALCULO       PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-CALCULO-R REDEFINES WRK-DATA-CALCULO.
           05  WRK-DC-ANO         PICTURE 9(04).
           05  WRK-DC-MES         PICTURE 9(02).
           05  WRK-DC-DIA         PICTURE 9(02).
       01  WRK-DATA-AUXILIAR      PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-AUXILIAR-R REDEFINES WRK-DATA-AUXILIAR.
           05  WRK-DA-ANO         PICTURE 9(04).
           05  WRK-DA-MES         PICTURE 9(02).
           05  WRK-DA-DIA         PICTURE 9(02).
       01  WRK-DIAS-NO-MES        PICTURE 9(02) VALUE ZEROS.
       01  WRK-DIA-JULIANO        PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-TOTAL-CLIENTES     PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-GRAVADOS     PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-REGRAVADOS   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-ERROS        PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-SOMA-SALDOS        PICTURE S9(11)V99 VALUE ZEROS.
       01  WRK-SOMA-LIMITES       PICTURE S9(11)V99 VALUE ZEROS.
       01  WRK-SOMA-ED            PICTURE -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-FS-LOG             PICTURE X(02) VALUE "00".
       01  WRK-LOG-DATA           PICTURE 9(08) VALUE ZEROS.
       01  WRK-LOG-HORA-INICIO    PICTURE 9(08) VALUE ZEROS.
       01  WRK-LOG-FIM            PICTURE X(01) VALUE "N".
           88  FIM-DE-LOG                VALUE "S".
           88  NAO-FIM-DE-LOG            VALUE "N".
       01  WRK-DATA-LOTE-POSTERIOR PICTURE 9(08) VALUE ZEROS.
       01  WRK-FS-AUDITORIA       PICTURE X(02) VALUE "00".
       01  WRK-AUDITORIA-FIM      PICTURE X(01) VALUE "N".
           88  FIM-DE-AUDITORIA          VALUE "S".
           88  NAO-FIM-DE-AUDITORIA      VALUE "N".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA-INICIO FROM TIME.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           PERFORM 1300-LER-PARAMETROS THRU 1300-EXIT.
           PERFORM 1400-LER-PERIODOS-FECHADOS THRU 1400-EXIT.
           PERFORM 1200-OBTER-PERIODO THRU 1200-EXIT.
           PERFORM 1500-VALIDAR-PERIODO THRU 1500-EXIT.
           IF PERIODO-RECUSADO
               DISPLAY "EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 1600-ABRIR-SALDOS THRU 1600-EXIT.
           PERFORM 2000-LER-CLIENTE THRU 2000-EXIT.
           PERFORM 2100-FOTOGRAFAR-CLIENTE THRU 2100-EXIT
               UNTIL FIM-DE-MASTER.
           IF FOTOGRAFIA-COMPLETA
               PERFORM 3000-MARCAR-PERIODO-FECHADO THRU 3000-EXIT
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA FOTOGRAFIA - PERIODO "
                       WRK-PERIODO-FECHAR " NAO FOI FECHADO"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTE-MASTER.
           IF WRK-FS-MASTER = "35"
               DISPLAY "ARQUIVO CLIENTE-MASTER NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1200-OBTER-PERIODO
      *    PERIODO A FECHAR (AAAAMM). COM CARTAO, UM VALOR
      *    INVALIDO ABORTA A EXECUCAO; SEM CARTAO, O PROMPT E
      *    RE-EXIBIDO. EM BRANCO, O MES ANTERIOR AO DE HOJE.
      *-----------------------------------------------------------
       1200-OBTER-PERIODO.
           SET PERIODO-NAO-E-VALIDO TO TRUE.
           IF PARM-PRESENTE
               MOVE WRK-PARM-PERIODO TO WRK-ENTRADA-PERIODO
               PERFORM 1270-VERIFICA-PERIODO THRU 1270-EXIT
               IF PERIODO-NAO-E-VALIDO
                   DISPLAY "PARAMETRO DE PERIODO INVALIDO NO CARTAO "
                           "- EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
                   STOP RUN
               END-IF
           ELSE
               PERFORM 1260-ACEITA-PERIODO THRU 1260-EXIT
                   UNTIL PERIODO-E-VALIDO
           END-IF.
       1200-EXIT.
           EXIT.

       1260-ACEITA-PERIODO.
           DISPLAY "PERIODO A FECHAR (AAAAMM) - ENTER = MES ANTERIOR".
           MOVE SPACES TO WRK-ENTRADA-PERIODO.
           ACCEPT WRK-ENTRADA-PERIODO.
           PERFORM 1270-VERIFICA-PERIODO THRU 1270-EXIT.
           IF PERIODO-NAO-E-VALIDO
               DISPLAY "PERIODO INVALIDO - USE AAAAMM"
           END-IF.
       1260-EXIT.
           EXIT.

       1270-VERIFICA-PERIODO.
           IF WRK-ENTRADA-PERIODO = SPACES
               MOVE WRK-PERIODO-ATUAL TO WRK-PERIODO-FECHAR
               SUBTRACT 1 FROM WRK-PF-MES
               IF WRK-PF-MES = 0
                   MOVE 12 TO WRK-PF-MES
                   SUBTRACT 1 FROM WRK-PF-ANO
               END-IF
               SET PERIODO-E-VALIDO TO TRUE
               GO TO 1270-EXIT
           END-IF.
           IF WRK-ENTRADA-PERIODO(7:2) NOT = SPACES
               OR WRK-ENTRADA-PERIODO(1:6) IS NOT NUMERIC
               GO TO 1270-EXIT
           END-IF.
           MOVE WRK-ENTRADA-PERIODO(1:6) TO WRK-PERIODO-FECHAR.
           IF WRK-PF-ANO < 1601
               OR WRK-PF-MES < 1 OR WRK-PF-MES > 12
               GO TO 1270-EXIT
           END-IF.
           SET PERIODO-E-VALIDO TO TRUE.
       1270-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1300-LER-PARAMETROS
      *    PROCURA NO ARQUIVO DE CARTOES DE PARAMETRO O REGISTRO
      *    DESTE PROGRAMA (PRM-PROGRAMA = FECHAMES), PARA QUE UMA
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
                       MOVE PRM-PARM-1 TO WRK-PARM-PERIODO
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1400-LER-PERIODOS-FECHADOS
      *    GUARDA O MAIOR PERIODO JA FECHADO (ZERO QUANDO O ARQUIVO
      *    AINDA NAO EXISTE - NENHUM FECHAMENTO FEITO).
      *-----------------------------------------------------------
       1400-LER-PERIODOS-FECHADOS.
           MOVE ZEROS TO WRK-ULTIMO-PERIODO-FECHADO.
           SET NAO-FIM-DE-PERIODOS TO TRUE.
           OPEN INPUT PERIODOS-FECHADOS.
           IF WRK-FS-PERIODOS = "35"
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LER-PERIODO THRU 1410-EXIT
               UNTIL FIM-DE-PERIODOS.
           CLOSE PERIODOS-FECHADOS.
       1400-EXIT.
           EXIT.

       1410-LER-PERIODO.
           READ PERIODOS-FECHADOS
               AT END
                   SET FIM-DE-PERIODOS TO TRUE
               NOT AT END
                   IF PFC-PERIODO > WRK-ULTIMO-PERIODO-FECHADO
                       MOVE PFC-PERIODO TO WRK-ULTIMO-PERIODO-FECHADO
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1500-VALIDAR-PERIODO
      *    O PERIODO NAO PODE ESTAR FECHADO, DEVE SER O SEGUINTE AO
      *    ULTIMO FECHADO (QUANDO HOUVER) E SO PODE SER O MES
      *    ANTERIOR AO DE HOJE OU O MES CORRENTE, ESTE SO NO SEU
      *    ULTIMO DIA, DEPOIS DO LOTE. POR FIM, NENHUMA EXECUCAO DO
      *    CLIENTES PODE TER APLICADO UM ARQUIVO DATADO DEPOIS DO
      *    ULTIMO DIA DO PERIODO, NEM OUTRO PROGRAMA TER ALTERADO
      *    SALDO DEPOIS DELE (1550). QUALQUER RECUSA MARCA
      *    PERIODO-RECUSADO, E A EXECUCAO E ABORTADA COM
      *    RETURN-CODE 8.
      *-----------------------------------------------------------
       1500-VALIDAR-PERIODO.
           SET PERIODO-RECUSADO TO TRUE.
           IF WRK-PERIODO-FECHAR NOT > WRK-ULTIMO-PERIODO-FECHADO
               DISPLAY "PERIODO " WRK-PERIODO-FECHAR
                       " JA ESTA FECHADO - ULTIMO PERIODO FECHADO: "
                       WRK-ULTIMO-PERIODO-FECHADO
               GO TO 1500-EXIT
           END-IF.
           IF WRK-ULTIMO-PERIODO-FECHADO NOT = ZEROS
               MOVE WRK-ULTIMO-PERIODO-FECHADO TO WRK-PROXIMO-PERIODO
               ADD 1 TO WRK-PP-MES
               IF WRK-PP-MES > 12
                   MOVE 1 TO WRK-PP-MES
                   ADD 1 TO WRK-PP-ANO
               END-IF
               IF WRK-PERIODO-FECHAR NOT = WRK-PROXIMO-PERIODO
                   DISPLAY "OS PERIODOS SAO FECHADOS EM ORDEM - "
                           "PROXIMO PERIODO A FECHAR: "
                           WRK-PROXIMO-PERIODO
                   GO TO 1500-EXIT
               END-IF
           END-IF.
           IF WRK-PERIODO-FECHAR > WRK-PERIODO-ATUAL
               DISPLAY "PERIODO " WRK-PERIODO-FECHAR
                       " AINDA NAO COMECOU"
               GO TO 1500-EXIT
           END-IF.
           MOVE WRK-PERIODO-ATUAL TO WRK-PERIODO-ANTERIOR.
           SUBTRACT 1 FROM WRK-PA-MES.
           IF WRK-PA-MES = 0
               MOVE 12 TO WRK-PA-MES
               SUBTRACT 1 FROM WRK-PA-ANO
           END-IF.
           IF WRK-PERIODO-FECHAR < WRK-PERIODO-ANTERIOR
               DISPLAY "SO PODE SER FECHADO O MES ANTERIOR ("
                       WRK-PERIODO-ANTERIOR ") OU O MES CORRENTE "
                       "NO SEU ULTIMO DIA"
               GO TO 1500-EXIT
           END-IF.
           MOVE WRK-PF-ANO TO WRK-DC-ANO.
           MOVE WRK-PF-MES TO WRK-DC-MES.
           PERFORM 7000-CALCULAR-DIAS-NO-MES THRU 7000-EXIT.
           MOVE WRK-DIAS-NO-MES  TO WRK-DC-DIA.
           MOVE WRK-DATA-CALCULO TO WRK-FIM-PERIODO.
           IF WRK-PERIODO-FECHAR = WRK-PERIODO-ATUAL
               AND WRK-DIA-ATUAL NOT = WRK-DIAS-NO-MES
               DISPLAY "O MES CORRENTE SO PODE SER FECHADO NO "
                       "SEU ULTIMO DIA"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1550-VERIFICAR-LOTES THRU 1550-EXIT.
           IF WRK-DATA-LOTE-POSTERIOR NOT = ZEROS
               DISPLAY "JA HA LANCAMENTOS APLICADOS EM "
                       WRK-DATA-LOTE-POSTERIOR " - O MASTER NAO TEM "
                       "MAIS OS SALDOS DO FIM DO PERIODO"
               GO TO 1500-EXIT
           END-IF.
           SET PERIODO-ACEITO TO TRUE.
           DISPLAY "FECHAMENTO DO PERIODO " WRK-PERIODO-FECHAR.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1550-VERIFICAR-LOTES
      *    PROCURA QUALQUER ALTERACAO DE SALDO POSTERIOR AO FIM DO
      *    PERIODO, QUE TIRARIA DO MASTER OS SALDOS DO FIM DO
      *    PERIODO. NO LOG DE EXECUCOES, UMA EXECUCAO DO CLIENTES
      *    PELA DATA DO ARQUIVO APLICADO (LOG-DATA-ARQUIVO) OU, SEM
      *    ELA, PELA DATA DA EXECUCAO - O LOTE DO ULTIMO DIA QUE
      *    TERMINA DEPOIS DA MEIA-NOITE TEM A DATA DO ARQUIVO
      *    DENTRO DO PERIODO E NAO IMPEDE O FECHAMENTO. NA
      *    AUDITORIA, QUALQUER REGISTRO DE OUTRO PROGRAMA (COMO A
      *    APROVACAO DE EXCECOES EM EXCREVIS, QUE NAO PASSA PELO
      *    LOG) DATADO DEPOIS DO FIM DO PERIODO; OS REGISTROS DO
      *    CLIENTES JA FORAM JULGADOS PELO LOG. DEVOLVE A MAIOR
      *    DESSAS DATAS EM WRK-DATA-LOTE-POSTERIOR (ZERO QUANDO NAO
      *    HA NENHUMA). A SIMULACAO (CLISIMUL) NAO ALTERA O MASTER E
      *    NAO CONTA.
      *-----------------------------------------------------------
       1550-VERIFICAR-LOTES.
           MOVE ZEROS TO WRK-DATA-LOTE-POSTERIOR.
           SET NAO-FIM-DE-LOG TO TRUE.
           OPEN INPUT LOG-EXECUCAO.
           IF WRK-FS-LOG NOT = "35"
               PERFORM 1560-LER-LOG THRU 1560-EXIT
                   UNTIL FIM-DE-LOG
               CLOSE LOG-EXECUCAO
           END-IF.
           SET NAO-FIM-DE-AUDITORIA TO TRUE.
           OPEN INPUT AUDITORIA.
           IF WRK-FS-AUDITORIA = "35"
               GO TO 1550-EXIT
           END-IF.
           PERFORM 1570-LER-AUDITORIA THRU 1570-EXIT
               UNTIL FIM-DE-AUDITORIA.
           CLOSE AUDITORIA.
       1550-EXIT.
           EXIT.

       1560-LER-LOG.
           READ LOG-EXECUCAO
               AT END
                   SET FIM-DE-LOG TO TRUE
                   GO TO 1560-EXIT
           END-READ.
           IF LOG-PROGRAMA NOT = "CLIENTES"
               GO TO 1560-EXIT
           END-IF.
           IF LOG-DATA-ARQUIVO NOT = ZEROS
               IF LOG-DATA-ARQUIVO > WRK-FIM-PERIODO
                   AND LOG-DATA-ARQUIVO > WRK-DATA-LOTE-POSTERIOR
                   MOVE LOG-DATA-ARQUIVO TO WRK-DATA-LOTE-POSTERIOR
               END-IF
           ELSE
               IF LOG-DATA-EXECUCAO > WRK-FIM-PERIODO
                   AND LOG-DATA-EXECUCAO > WRK-DATA-LOTE-POSTERIOR
                   MOVE LOG-DATA-EXECUCAO TO WRK-DATA-LOTE-POSTERIOR
               END-IF
           END-IF.
       1560-EXIT.
           EXIT.

       1570-LER-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET FIM-DE-AUDITORIA TO TRUE
                   GO TO 1570-EXIT
           END-READ.
           IF AUD-JOB-ID = "CLIENTES"
               GO TO 1570-EXIT
           END-IF.
           IF AUD-DATA > WRK-FIM-PERIODO
               AND AUD-DATA > WRK-DATA-LOTE-POSTERIOR
               MOVE AUD-DATA TO WRK-DATA-LOTE-POSTERIOR
           END-IF.
       1570-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1600-ABRIR-SALDOS
      *    NO PRIMEIRO FECHAMENTO O ARQUIVO DE SALDOS POR PERIODO
      *    AINDA NAO EXISTE: ELE E CRIADO VAZIO E REABERTO PARA
      *    ATUALIZACAO.
      *-----------------------------------------------------------
       1600-ABRIR-SALDOS.
           OPEN I-O SALDOS-PERIODO.
           IF WRK-FS-SALDOS = "35"
               OPEN OUTPUT SALDOS-PERIODO
               CLOSE SALDOS-PERIODO
               OPEN I-O SALDOS-PERIODO
           END-IF.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2000-LER-CLIENTE
      *-----------------------------------------------------------
       2000-LER-CLIENTE.
           READ CLIENTE-MASTER
               AT END
                   SET FIM-DE-MASTER TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2100-FOTOGRAFAR-CLIENTE
      *    GRAVA O REGISTRO DO CLIENTE NA FOTOGRAFIA DO PERIODO.
      *    CHAVE JA EXISTENTE (STATUS 22) SO ACONTECE NA REPETICAO
      *    DE UM FECHAMENTO INTERROMPIDO, E O REGISTRO E REGRAVADO
      *    COM O SALDO ATUAL.
      *-----------------------------------------------------------
       2100-FOTOGRAFAR-CLIENTE.
           ADD 1 TO WRK-TOTAL-CLIENTES.
           MOVE WRK-PERIODO-FECHAR TO SDP-PERIODO.
           MOVE CLI-ID             TO SDP-CLIENTE-ID.
           MOVE CLI-NOME           TO SDP-NOME.
           MOVE CLI-SALDO          TO SDP-SALDO.
           MOVE CLI-LIMITE         TO SDP-LIMITE.
           MOVE CLI-STATUS         TO SDP-STATUS.
           MOVE CLI-AGENCIA        TO SDP-AGENCIA.
           MOVE WRK-DATA-ATUAL     TO SDP-DATA-FECHAMENTO.
           WRITE SDP-REGISTRO.
           IF WRK-FS-SALDOS = "22"
               REWRITE SDP-REGISTRO
               ADD 1 TO WRK-TOTAL-REGRAVADOS
           END-IF.
           IF WRK-FS-SALDOS = "00"
               ADD 1 TO WRK-TOTAL-GRAVADOS
               ADD CLI-SALDO  TO WRK-SOMA-SALDOS
               ADD CLI-LIMITE TO WRK-SOMA-LIMITES
           ELSE
               SET FOTOGRAFIA-COM-ERRO TO TRUE
               ADD 1 TO WRK-TOTAL-ERROS
               DISPLAY "ERRO AO GRAVAR SALDO DO CLIENTE " CLI-ID
                       " - STATUS " WRK-FS-SALDOS
           END-IF.
           PERFORM 2000-LER-CLIENTE THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3000-MARCAR-PERIODO-FECHADO
      *    ACRESCENTA O PERIODO AO ARQUIVO DE PERIODOS FECHADOS COM
      *    OS TOTAIS DA FOTOGRAFIA.
      *-----------------------------------------------------------
       3000-MARCAR-PERIODO-FECHADO.
           OPEN EXTEND PERIODOS-FECHADOS.
           IF WRK-FS-PERIODOS = "35"
               OPEN OUTPUT PERIODOS-FECHADOS
           END-IF.
           MOVE WRK-PERIODO-FECHAR TO PFC-PERIODO.
           MOVE WRK-DATA-ATUAL     TO PFC-DATA-FECHAMENTO.
           ACCEPT PFC-HORA-FECHAMENTO FROM TIME.
           MOVE WRK-TOTAL-GRAVADOS TO PFC-QTDE-CLIENTES.
           MOVE WRK-SOMA-SALDOS    TO PFC-SOMA-SALDOS.
           MOVE WRK-SOMA-LIMITES   TO PFC-SOMA-LIMITES.
           WRITE PFC-REGISTRO.
           IF WRK-FS-PERIODOS NOT = "00"
               DISPLAY "ERRO AO MARCAR O PERIODO COMO FECHADO - "
                       "STATUS " WRK-FS-PERIODOS
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PERIODO " WRK-PERIODO-FECHAR " FECHADO"
           END-IF.
           CLOSE PERIODOS-FECHADOS.
       3000-EXIT.
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
      *    8900-EXIBIR-RESUMO
      *-----------------------------------------------------------
       8900-EXIBIR-RESUMO.
           DISPLAY "------------------".
           DISPLAY "PERIODO................: " WRK-PERIODO-FECHAR.
           DISPLAY "CLIENTES LIDOS.........: " WRK-TOTAL-CLIENTES.
           DISPLAY "SALDOS GRAVADOS........: " WRK-TOTAL-GRAVADOS.
           DISPLAY "REGRAVADOS (REPETICAO).: " WRK-TOTAL-REGRAVADOS.
           DISPLAY "ERROS DE GRAVACAO......: " WRK-TOTAL-ERROS.
           MOVE WRK-SOMA-SALDOS TO WRK-SOMA-ED.
           DISPLAY "SOMA DOS SALDOS........: " WRK-SOMA-ED.
           MOVE WRK-SOMA-LIMITES TO WRK-SOMA-ED.
           DISPLAY "SOMA DOS LIMITES.......: " WRK-SOMA-ED.
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
           MOVE "FECHAMES"             TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           MOVE WRK-TOTAL-CLIENTES     TO LOG-QTDE-LIDOS.
           MOVE WRK-TOTAL-GRAVADOS     TO LOG-QTDE-GRAVADOS.
           MOVE WRK-TOTAL-ERROS        TO LOG-QTDE-REJEITADOS.
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
       9999-FINALIZACAO.
           CLOSE CLIENTE-MASTER.
           CLOSE SALDOS-PERIODO.
       9999-EXIT.
           EXIT.
