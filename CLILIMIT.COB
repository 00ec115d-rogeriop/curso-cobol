      *    CLI-LIMITE, QUE CLIENTES E EXCREVIS PASSAM A HONRAR AO
      *    DECIDIR SE UM SAQUE QUE NEGATIVARIA O SALDO E APLICADO
      *    OU DESVIADO PARA EXCECOES.
      *    O OPERADOR SE IDENTIFICA NO INICIO. UM AUMENTO DE LIMITE
      *    ACIMA DA ALCADA DO CARTAO DE PARAMETRO NAO E APLICADO:
      *    FICA PENDENTE NO LOG DE CONTROLE DUPLO (DUPLCTL) ATE QUE
      *    OUTRO OPERADOR, CHAMANDO O MESMO CLIENTE, O CONFIRME OU
      *    RECUSE. TODA ALTERACAO FEITA AQUI E GRAVADA NESSE LOG.
      *    O LIMITE DE UMA CONTA ENCERRADA NAO PODE SER ALTERADO; UM
      *    PEDIDO QUE AINDA ESTIVER PENDENTE PARA ELA E RECUSADO.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-09-01  RPO    PROGRAMA CRIADO.
      *    2026-10-15  RPO    CONTROLE DUPLO: OPERADOR PASSA A SE
      *                       IDENTIFICAR; AUMENTO DE LIMITE ACIMA DA
      *                       ALCADA (PARMCARD, PARM-1) FICA PENDENTE
      *                       EM DUPLCTL (COPY DCTLAY) ATE SER
      *                       CONFIRMADO POR OUTRO OPERADOR; TODA
      *                       ALTERACAO E GRAVADA NO LOG COM O
      *                       OPERADOR.
      *    2026-10-15  RPO    CONTA ENCERRADA NAO TEM O LIMITE
      *                       ALTERADO; PEDIDO PENDENTE PARA ELA E
      *                       RECUSADO, COMO EM CLISTAT.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLILIMIT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CONTROLE-DUPLO  ASSIGN TO "DUPLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCT-CHAVE
               FILE STATUS IS WRK-FS-DUPLCTL.
           SELECT PARAMETROS      ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY CLIMAST.

       FD  CONTROLE-DUPLO
           LABEL RECORD IS STANDARD.
           COPY DCTLAY.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PRMLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-MASTER           PICTURE X(02) VALUE "00".
       01  WRK-CLIENTE-ID-ENTRADA  PICTURE X(06) VALUE SPACES.
           88  LIMITE-NAO-E-VALIDO      VALUE "N".
       01  WRK-LIMITE-NOVO          PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-LIMITE-ED            PICTURE ZZ.ZZ9,99.
       01  WRK-FS-DUPLCTL           PICTURE X(02) VALUE "00".
       01  WRK-FS-PARAMETROS        PICTURE X(02) VALUE "00".
       01  WRK-NOME-PROGRAMA        PICTURE X(08) VALUE "CLILIMIT".
       01  WRK-PARM-PRESENTE        PICTURE X(01) VALUE "N".
           88  PARM-PRESENTE             VALUE "S".
           88  PARM-AUSENTE              VALUE "N".
       01  WRK-PARM-FIM             PICTURE X(01) VALUE "N".
           88  FIM-DE-PARAMETROS         VALUE "S".
           88  NAO-FIM-DE-PARAMETROS     VALUE "N".
       01  WRK-PARM-ALCADA          PICTURE X(08) VALUE SPACES.
       01  WRK-ALCADA-NUMERICA      PICTURE 9(08) VALUE ZEROS.
      *    MAIOR AUMENTO DE LIMITE, EM REAIS, APLICADO SEM SEGUNDA
      *    ASSINATURA; SEM CARTAO, ZERO - TODO AUMENTO EXIGE OUTRO
      *    OPERADOR.
       01  WRK-ALCADA-AUMENTO       PICTURE 9(05)V99 VALUE ZEROS.
       01  WRK-AUMENTO              PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-OPERADOR             PICTURE X(08) VALUE SPACES.
       01  WRK-DATA-ATUAL           PICTURE 9(08) VALUE ZEROS.
       01  WRK-HORA-ATUAL           PICTURE 9(08) VALUE ZEROS.
       01  WRK-DUPLCTL-FIM          PICTURE X(01) VALUE "N".
           88  FIM-DE-DUPLCTL            VALUE "S".
           88  NAO-FIM-DE-DUPLCTL        VALUE "N".
       01  WRK-PEDIDO-ENCONTRADO    PICTURE X(01) VALUE "N".
           88  PEDIDO-FOI-ENCONTRADO     VALUE "S".
           88  PEDIDO-NAO-FOI-ENCONTRADO VALUE "N".
       01  WRK-DECISAO              PICTURE X(01) VALUE SPACES.
           88  DECISAO-E-CONFIRMAR       VALUE "C" "c".
           88  DECISAO-E-RECUSAR         VALUE "R" "r".
           88  DECISAO-E-MANTER          VALUE "M" "m".
           88  DECISAO-E-VALIDA          VALUE "C" "c" "R" "r"
                                               "M" "m".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           PERFORM 1100-ACEITA-OPERADOR-VALIDADO THRU 1100-EXIT.
           PERFORM 1050-ACEITA-CODIGO-VALIDADO THRU 1050-EXIT.
           PERFORM 2000-LOCALIZAR-CLIENTE THRU 2000-EXIT.
           IF CLIENTE-FOI-ENCONTRADO
               PERFORM 2050-LOCALIZAR-PEDIDO THRU 2050-EXIT
               EVALUATE TRUE
                   WHEN CLI-STATUS-ENCERRADO
                       DISPLAY "CONTA ENCERRADA - LIMITE NAO PODE SER "
                               "ALTERADO"
                       IF PEDIDO-FOI-ENCONTRADO
                           PERFORM 2360-RECUSAR-PEDIDO THRU 2360-EXIT
                       END-IF
                   WHEN PEDIDO-FOI-ENCONTRADO
                       PERFORM 2300-DECIDIR-PEDIDO THRU 2300-EXIT
                   WHEN OTHER
                       PERFORM 2100-ACEITA-LIMITE-VALIDADO
                           THRU 2100-EXIT
                       PERFORM 2200-GRAVAR-LIMITE THRU 2200-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *    O LOG DE CONTROLE DUPLO E ABERTO EM I-O (CRIADO NA
      *    PRIMEIRA EXECUCAO), POIS A CONFIRMACAO OU RECUSA REGRAVA
      *    O PEDIDO PENDENTE.
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           OPEN I-O CLIENTE-MASTER.
               DISPLAY "ARQUIVO CLIENTE-MASTER NAO ENCONTRADO"
               STOP RUN
           END-IF.
           OPEN I-O CONTROLE-DUPLO.
           IF WRK-FS-DUPLCTL = "35"
               OPEN OUTPUT CONTROLE-DUPLO
               CLOSE CONTROLE-DUPLO
               OPEN I-O CONTROLE-DUPLO
           END-IF.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           PERFORM 1300-LER-PARAMETROS THRU 1300-EXIT.
           PERFORM 1350-OBTER-ALCADA THRU 1350-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1100-ACEITA-OPERADOR-VALIDADO
      *    RE-EXIBE O PROMPT DE IDENTIFICACAO DO OPERADOR ATE QUE
      *    SEJA DIGITADO UM VALOR. A IDENTIFICACAO E GUARDADA EM
      *    MAIUSCULAS, PARA QUE O MESMO OPERADOR NAO PASSE POR
      *    OUTRO SO MUDANDO A CAIXA DAS LETRAS.
      *-----------------------------------------------------------
       1100-ACEITA-OPERADOR-VALIDADO.
           MOVE SPACES TO WRK-OPERADOR.
           PERFORM 1110-ACEITA-E-VERIFICA-OPERADOR THRU 1110-EXIT
               UNTIL WRK-OPERADOR NOT = SPACES.
       1100-EXIT.
           EXIT.

       1110-ACEITA-E-VERIFICA-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR".
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR = SPACES
               DISPLAY "IDENTIFICACAO OBRIGATORIA"
           ELSE
               INSPECT WRK-OPERADOR CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1050-ACEITA-CODIGO-VALIDADO
      *    RE-EXIBE O PROMPT DO CODIGO DO CLIENTE ATE QUE SEJA
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1300-LER-PARAMETROS
      *    PROCURA NO ARQUIVO DE CARTOES DE PARAMETRO O REGISTRO
      *    DESTE PROGRAMA (PRM-PROGRAMA = CLILIMIT), QUE TRAZ A
      *    ALCADA DE AUMENTO DE LIMITE.
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
       1300-EXIT.
           EXIT.

       1310-PROCURAR-PARAMETRO.
           READ PARAMETROS
               AT END
                   SET FIM-DE-PARAMETROS TO TRUE
               NOT AT END
                   IF PRM-PROGRAMA = WRK-NOME-PROGRAMA
                       SET PARM-PRESENTE TO TRUE
                       MOVE PRM-PARM-1 TO WRK-PARM-ALCADA
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1350-OBTER-ALCADA
      *    A ALCADA VEM SO DO CARTAO - NAO E PERGUNTADA NO CONSOLE,
      *    POIS E O PROPRIO OPERADOR QUE ELA CONTROLA. SEM CARTAO,
      *    OU COM VALOR INVALIDO, A ALCADA E ZERO E TODO AUMENTO
      *    EXIGE SEGUNDA ASSINATURA.
      *-----------------------------------------------------------
       1350-OBTER-ALCADA.
           MOVE ZEROS TO WRK-ALCADA-AUMENTO.
           IF PARM-AUSENTE
               GO TO 1350-EXIT
           END-IF.
           IF FUNCTION TRIM(WRK-PARM-ALCADA) = SPACES
               OR FUNCTION TRIM(WRK-PARM-ALCADA) IS NOT NUMERIC
               DISPLAY "ALCADA INVALIDA NO CARTAO - TODO AUMENTO "
                       "EXIGE SEGUNDA ASSINATURA"
               GO TO 1350-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-PARM-ALCADA) TO WRK-ALCADA-NUMERICA.
           IF WRK-ALCADA-NUMERICA > 99999
               MOVE 99999 TO WRK-ALCADA-NUMERICA
           END-IF.
           MOVE WRK-ALCADA-NUMERICA TO WRK-ALCADA-AUMENTO.
       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2000-LOCALIZAR-CLIENTE
      *-----------------------------------------------------------
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2050-LOCALIZAR-PEDIDO
      *    PROCURA NO LOG DE CONTROLE DUPLO UM PEDIDO DESTE
      *    PROGRAMA AINDA PENDENTE PARA O CLIENTE. ENQUANTO HOUVER
      *    UM, NAO SE ACEITA OUTRA ALTERACAO - O PEDIDO TEM DE SER
      *    CONFIRMADO OU RECUSADO ANTES. COM O PEDIDO ENCONTRADO,
      *    DCT-REGISTRO FICA COM ELE PARA A REGRAVACAO.
      *-----------------------------------------------------------
       2050-LOCALIZAR-PEDIDO.
           SET PEDIDO-NAO-FOI-ENCONTRADO TO TRUE.
           SET NAO-FIM-DE-DUPLCTL TO TRUE.
           MOVE WRK-NOME-PROGRAMA TO DCT-PROGRAMA.
           MOVE CLI-ID            TO DCT-CLIENTE-ID.
           MOVE ZEROS             TO DCT-DATA-PEDIDO.
           MOVE ZEROS             TO DCT-HORA-PEDIDO.
           START CONTROLE-DUPLO KEY IS NOT < DCT-CHAVE
               INVALID KEY
                   SET FIM-DE-DUPLCTL TO TRUE
                   GO TO 2050-EXIT
           END-START.
           PERFORM 2060-LER-PEDIDO THRU 2060-EXIT
               UNTIL FIM-DE-DUPLCTL OR PEDIDO-FOI-ENCONTRADO.
       2050-EXIT.
           EXIT.

       2060-LER-PEDIDO.
           READ CONTROLE-DUPLO NEXT RECORD
               AT END
                   SET FIM-DE-DUPLCTL TO TRUE
                   GO TO 2060-EXIT
           END-READ.
           IF DCT-PROGRAMA NOT = WRK-NOME-PROGRAMA
               OR DCT-CLIENTE-ID NOT = CLI-ID
               SET FIM-DE-DUPLCTL TO TRUE
               GO TO 2060-EXIT
           END-IF.
           IF DCT-SITUACAO-PENDENTE
               SET PEDIDO-FOI-ENCONTRADO TO TRUE
           END-IF.
       2060-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2100-ACEITA-LIMITE-VALIDADO
      *    RE-EXIBE O PROMPT DO NOVO LIMITE ATE QUE SEJA DIGITADO

      *-----------------------------------------------------------
      *    2200-GRAVAR-LIMITE
      *    UM AUMENTO MAIOR QUE A ALCADA SO E REGISTRADO COMO
      *    PEDIDO PENDENTE; REDUCAO, MANUTENCAO OU AUMENTO DENTRO
      *    DA ALCADA E APLICADO NA HORA E GRAVADO NO LOG COMO
      *    DISPENSADO DE SEGUNDA ASSINATURA.
      *-----------------------------------------------------------
       2200-GRAVAR-LIMITE.
           COMPUTE WRK-AUMENTO = WRK-LIMITE-NOVO - CLI-LIMITE.
           PERFORM 2400-MONTAR-PEDIDO THRU 2400-EXIT.
           IF WRK-AUMENTO > WRK-ALCADA-AUMENTO
               SET DCT-SITUACAO-PENDENTE TO TRUE
               PERFORM 2450-GRAVAR-PEDIDO THRU 2450-EXIT
               MOVE WRK-LIMITE-NOVO TO WRK-LIMITE-ED
               DISPLAY "AUMENTO ACIMA DA ALCADA - LIMITE DE "
                       WRK-LIMITE-ED " REGISTRADO COMO PEDIDO"
               DISPLAY "PENDENTE; SO SERA APLICADO QUANDO OUTRO "
                       "OPERADOR O CONFIRMAR"
               GO TO 2200-EXIT
           END-IF.
           MOVE WRK-LIMITE-NOVO TO CLI-LIMITE.
           REWRITE CLI-REGISTRO.
           SET DCT-SITUACAO-DISPENSADA TO TRUE.
           MOVE DCT-DATA-PEDIDO TO DCT-DATA-DECISAO.
           MOVE DCT-HORA-PEDIDO TO DCT-HORA-DECISAO.
           PERFORM 2450-GRAVAR-PEDIDO THRU 2450-EXIT.
           MOVE CLI-LIMITE TO WRK-LIMITE-ED.
           DISPLAY "LIMITE ATUALIZADO PARA " WRK-LIMITE-ED.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2300-DECIDIR-PEDIDO
      *    EXIBE O PEDIDO PENDENTE DO CLIENTE E PEDE A DECISAO. SO
      *    UM OPERADOR DIFERENTE DO QUE FEZ O PEDIDO PODE
      *    CONFIRMA-LO; O PROPRIO AUTOR PODE APENAS RETIRA-LO
      *    (RECUSA) OU MANTE-LO PENDENTE.
      *-----------------------------------------------------------
       2300-DECIDIR-PEDIDO.
           MOVE DCT-VALOR-SOLICITADO TO WRK-LIMITE-ED.
           DISPLAY "AUMENTO DE LIMITE PENDENTE DE SEGUNDA "
                   "ASSINATURA".
           DISPLAY "LIMITE SOLICITADO: " WRK-LIMITE-ED
                   " POR " DCT-OPERADOR " EM " DCT-DATA-PEDIDO.
           MOVE SPACES TO WRK-DECISAO.
           PERFORM 2310-ACEITA-E-VERIFICA-DECISAO THRU 2310-EXIT
               UNTIL DECISAO-E-VALIDA.
           EVALUATE TRUE
               WHEN DECISAO-E-CONFIRMAR
                   PERFORM 2350-CONFIRMAR-PEDIDO THRU 2350-EXIT
               WHEN DECISAO-E-RECUSAR
                   PERFORM 2360-RECUSAR-PEDIDO THRU 2360-EXIT
               WHEN OTHER
                   DISPLAY "PEDIDO MANTIDO PENDENTE"
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2310-ACEITA-E-VERIFICA-DECISAO.
           IF DCT-OPERADOR = WRK-OPERADOR
               DISPLAY "(R)ETIRAR O PEDIDO OU (M)ANTER PENDENTE?"
           ELSE
               DISPLAY "(C)ONFIRMAR, (R)ECUSAR OU (M)ANTER "
                       "PENDENTE?"
           END-IF.
           ACCEPT WRK-DECISAO.
           IF NOT DECISAO-E-VALIDA
               DISPLAY "OPCAO INVALIDA"
               GO TO 2310-EXIT
           END-IF.
           IF DECISAO-E-CONFIRMAR
               AND DCT-OPERADOR = WRK-OPERADOR
               DISPLAY "A CONFIRMACAO EXIGE OUTRO OPERADOR"
               MOVE SPACES TO WRK-DECISAO
           END-IF.
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2350-CONFIRMAR-PEDIDO
      *    SEGUNDA ASSINATURA: APLICA O LIMITE PEDIDO E REGRAVA O
      *    PEDIDO COMO CONFIRMADO, COM O OPERADOR QUE CONFIRMOU.
      *-----------------------------------------------------------
       2350-CONFIRMAR-PEDIDO.
           MOVE DCT-VALOR-SOLICITADO TO CLI-LIMITE.
           REWRITE CLI-REGISTRO.
           SET DCT-SITUACAO-CONFIRMADA TO TRUE.
           PERFORM 2460-REGRAVAR-PEDIDO THRU 2460-EXIT.
           MOVE CLI-LIMITE TO WRK-LIMITE-ED.
           DISPLAY "PEDIDO CONFIRMADO - LIMITE ATUALIZADO PARA "
                   WRK-LIMITE-ED.
       2350-EXIT.
           EXIT.

       2360-RECUSAR-PEDIDO.
           SET DCT-SITUACAO-RECUSADA TO TRUE.
           PERFORM 2460-REGRAVAR-PEDIDO THRU 2460-EXIT.
           IF DCT-OPERADOR = WRK-OPERADOR
               DISPLAY "PEDIDO RETIRADO - LIMITE NAO ALTERADO"
           ELSE
               DISPLAY "PEDIDO RECUSADO - LIMITE NAO ALTERADO"
           END-IF.
       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2400-MONTAR-PEDIDO
      *    PREENCHE O REGISTRO DO LOG DE CONTROLE DUPLO COM A
      *    ALTERACAO DIGITADA (LIMITE ATUAL E PEDIDO), O OPERADOR E
      *    A DATA/HORA DO PEDIDO.
      *-----------------------------------------------------------
       2400-MONTAR-PEDIDO.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-NOME-PROGRAMA  TO DCT-PROGRAMA.
           MOVE CLI-ID             TO DCT-CLIENTE-ID.
           MOVE WRK-DATA-ATUAL     TO DCT-DATA-PEDIDO.
           MOVE WRK-HORA-ATUAL     TO DCT-HORA-PEDIDO.
           SET DCT-ACAO-LIMITE     TO TRUE.
           MOVE CLI-NOME           TO DCT-NOME.
           MOVE CLI-LIMITE         TO DCT-VALOR-ATUAL.
           MOVE WRK-LIMITE-NOVO    TO DCT-VALOR-SOLICITADO.
           MOVE CLI-STATUS         TO DCT-STATUS-ATUAL.
           MOVE CLI-STATUS         TO DCT-STATUS-SOLICITADO.
           MOVE ZEROS              TO DCT-EXC-DATA.
           MOVE SPACES             TO DCT-EXC-TIPO.
           MOVE SPACES             TO DCT-EXC-OPERACAO.
           MOVE ZEROS              TO DCT-EXC-DATA-ORIGEM.
           MOVE SPACES             TO DCT-EXC-OPER-ORIGEM.
           MOVE ZEROS              TO DCT-EXC-CLIENTE-DESTINO.
           MOVE WRK-OPERADOR       TO DCT-OPERADOR.
           MOVE SPACES             TO DCT-CONFIRMADOR.
           MOVE ZEROS              TO DCT-DATA-DECISAO.
           MOVE ZEROS              TO DCT-HORA-DECISAO.
       2400-EXIT.
           EXIT.

       2450-GRAVAR-PEDIDO.
           WRITE DCT-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO LOG DE CONTROLE "
                           "DUPLO - STATUS " WRK-FS-DUPLCTL
           END-WRITE.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2460-REGRAVAR-PEDIDO
      *    COMPLETA O PEDIDO COM QUEM DECIDIU E QUANDO, E O REGRAVA
      *    NO LOG DE CONTROLE DUPLO.
      *-----------------------------------------------------------
       2460-REGRAVAR-PEDIDO.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-OPERADOR   TO DCT-CONFIRMADOR.
           MOVE WRK-DATA-ATUAL TO DCT-DATA-DECISAO.
           MOVE WRK-HORA-ATUAL TO DCT-HORA-DECISAO.
           REWRITE DCT-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO LOG DE CONTROLE "
                           "DUPLO - STATUS " WRK-FS-DUPLCTL
           END-REWRITE.
       2460-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    9999-FINALIZACAO
      *-----------------------------------------------------------
       9999-FINALIZACAO.
           CLOSE CLIENTE-MASTER.
           CLOSE CONTROLE-DUPLO.
       9999-EXIT.
           EXIT.
