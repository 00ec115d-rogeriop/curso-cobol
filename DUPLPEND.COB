      *-----------------------------------------------------------
      *    PROGRAM-ID. DUPLPEND.
      *    RELATORIO DOS PEDIDOS AINDA PENDENTES DE SEGUNDA
      *    ASSINATURA NO LOG DE CONTROLE DUPLO (ARQUIVO DUPLCTL,
      *    COPY DCTLAY): APROVACOES DE EXCECAO (EXCREVIS), AUMENTOS
      *    DE LIMITE (CLILIMIT) E LEVANTAMENTOS DE RETENCAO
      *    (CLISTAT) REGISTRADOS POR UM OPERADOR E AINDA NAO
      *    CONFIRMADOS NEM RECUSADOS POR OUTRO. PARA CADA PEDIDO
      *    LISTA A DATA, O PROGRAMA, O CLIENTE, A ACAO, OS VALORES
      *    (OU STATUS) ATUAL E SOLICITADO, O OPERADOR QUE PEDIU E
      *    HA QUANTOS DIAS O PEDIDO ESPERA. OS PEDIDOS SAEM NA ORDEM
      *    DA CHAVE DO LOG - PROGRAMA, CLIENTE E DATA/HORA.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-15  RPO    PROGRAMA CRIADO.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLPEND.
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
           SELECT CONTROLE-DUPLO  ASSIGN TO "DUPLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DCT-CHAVE
               FILE STATUS IS WRK-FS-DUPLCTL.
           SELECT RELATORIO-PENDENTES ASSIGN TO "DUPLPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-DUPLO
           LABEL RECORD IS STANDARD.
           COPY DCTLAY.

       FD  RELATORIO-PENDENTES
           LABEL RECORD IS STANDARD.
           COPY PNDLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-DUPLCTL         PICTURE X(02) VALUE "00".
       01  WRK-FS-RELATORIO       PICTURE X(02) VALUE "00".
       01  WRK-DUPLCTL-FIM        PICTURE X(01) VALUE "N".
           88  FIM-DE-DUPLCTL            VALUE "S".
           88  NAO-FIM-DE-DUPLCTL        VALUE "N".
       01  WRK-DUPLCTL-ABERTO     PICTURE X(01) VALUE "N".
           88  DUPLCTL-FOI-ABERTO        VALUE "S".
           88  DUPLCTL-NAO-FOI-ABERTO    VALUE "N".
       01  WRK-DATA-ATUAL         PICTURE 9(08) VALUE ZEROS.
       01  WRK-DIAS-PENDENTE      PICTURE S9(05) VALUE ZEROS.
       01  WRK-VALOR-ED           PICTURE ZZ.ZZ9,99-.
       01  WRK-TOTAL-LIDOS        PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-PENDENTES    PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-APROVACOES   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-LIMITES      PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-RETENCOES    PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TITULO.
           05  FILLER             PICTURE X(30)
               VALUE "PEDIDOS PENDENTES DE SEGUNDA ".
           05  FILLER             PICTURE X(22)
               VALUE "ASSINATURA - EMITIDO: ".
           05  WRK-TIT-DATA       PICTURE 9(08).
       01  WRK-TITULO-COLUNAS.
           05  FILLER             PICTURE X(28)
               VALUE "PEDIDO    PROGRAMA  CLIENTE ".
           05  FILLER             PICTURE X(22)
               VALUE "NOME".
           05  FILLER             PICTURE X(29)
               VALUE "ACAO                    ATUAL".
           05  FILLER             PICTURE X(28)
               VALUE "  SOLICITADO  SOLICIT.  DIAS".
       01  WRK-FS-LOG             PICTURE X(02) VALUE "00".
       01  WRK-LOG-DATA           PICTURE 9(08) VALUE ZEROS.
       01  WRK-LOG-HORA-INICIO    PICTURE 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA-INICIO FROM TIME.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           PERFORM 1100-GRAVAR-CABECALHO THRU 1100-EXIT.
           PERFORM 2000-LER-PEDIDO THRU 2000-EXIT.
           PERFORM 2100-LISTAR-PEDIDO THRU 2100-EXIT
               UNTIL FIM-DE-DUPLCTL.
           PERFORM 4000-GRAVAR-TOTAIS THRU 4000-EXIT.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *    SEM O ARQUIVO DUPLCTL NENHUM PEDIDO FOI FEITO AINDA: O
      *    RELATORIO SAI SO COM CABECALHO E TOTAIS ZERADOS.
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           SET NAO-FIM-DE-DUPLCTL TO TRUE.
           SET DUPLCTL-NAO-FOI-ABERTO TO TRUE.
           OPEN INPUT CONTROLE-DUPLO.
           IF WRK-FS-DUPLCTL = "35"
               DISPLAY "ARQUIVO DUPLCTL NAO ENCONTRADO - NENHUM "
                       "PEDIDO REGISTRADO"
               SET FIM-DE-DUPLCTL TO TRUE
           ELSE
               SET DUPLCTL-FOI-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO-PENDENTES.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1100-GRAVAR-CABECALHO
      *    TITULO COM A DATA DA EMISSAO E OS TITULOS DAS COLUNAS.
      *-----------------------------------------------------------
       1100-GRAVAR-CABECALHO.
           MOVE WRK-DATA-ATUAL TO WRK-TIT-DATA.
           MOVE SPACES         TO PND-LINHA.
           MOVE WRK-TITULO     TO PND-CAB-TEXTO.
           WRITE PND-LINHA.
           MOVE SPACES         TO PND-LINHA.
           WRITE PND-LINHA.
           MOVE SPACES         TO PND-LINHA.
           MOVE WRK-TITULO-COLUNAS TO PND-CAB-TEXTO.
           WRITE PND-LINHA.
       1100-EXIT.
           EXIT.

       2000-LER-PEDIDO.
           IF FIM-DE-DUPLCTL
               GO TO 2000-EXIT
           END-IF.
           READ CONTROLE-DUPLO NEXT RECORD
               AT END
                   SET FIM-DE-DUPLCTL TO TRUE
               NOT AT END
                   ADD 1 TO WRK-TOTAL-LIDOS
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2100-LISTAR-PEDIDO
      *    SO OS PEDIDOS AINDA PENDENTES SAO IMPRESSOS; OS JA
      *    CONFIRMADOS, RECUSADOS OU DISPENSADOS DE SEGUNDA
      *    ASSINATURA SAO APENAS CONTADOS COMO LIDOS.
      *-----------------------------------------------------------
       2100-LISTAR-PEDIDO.
           IF DCT-SITUACAO-PENDENTE
               PERFORM 2150-IMPRIMIR-PEDIDO THRU 2150-EXIT
           END-IF.
           PERFORM 2000-LER-PEDIDO THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2150-IMPRIMIR-PEDIDO.
           MOVE SPACES             TO PND-LINHA.
           MOVE DCT-DATA-PEDIDO    TO PND-DET-DATA.
           MOVE DCT-PROGRAMA       TO PND-DET-PROGRAMA.
           MOVE DCT-CLIENTE-ID     TO PND-DET-CLIENTE-ID.
           MOVE DCT-NOME           TO PND-DET-NOME.
           MOVE DCT-OPERADOR       TO PND-DET-OPERADOR.
           EVALUATE TRUE
               WHEN DCT-ACAO-APROVACAO
                   MOVE "APROVA EXCECAO"    TO PND-DET-ACAO
                   PERFORM 2200-EDITAR-VALORES THRU 2200-EXIT
                   ADD 1 TO WRK-TOTAL-APROVACOES
               WHEN DCT-ACAO-LIMITE
                   MOVE "AUMENTO DE LIMITE" TO PND-DET-ACAO
                   PERFORM 2200-EDITAR-VALORES THRU 2200-EXIT
                   ADD 1 TO WRK-TOTAL-LIMITES
               WHEN OTHER
                   MOVE "LEVANTA RETENCAO"  TO PND-DET-ACAO
                   PERFORM 2300-EDITAR-STATUS THRU 2300-EXIT
                   ADD 1 TO WRK-TOTAL-RETENCOES
           END-EVALUATE.
           COMPUTE WRK-DIAS-PENDENTE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL)
               - FUNCTION INTEGER-OF-DATE(DCT-DATA-PEDIDO).
           IF WRK-DIAS-PENDENTE < ZERO
               MOVE ZERO TO WRK-DIAS-PENDENTE
           END-IF.
           MOVE WRK-DIAS-PENDENTE  TO PND-DET-DIAS.
           WRITE PND-LINHA.
           ADD 1 TO WRK-TOTAL-PENDENTES.
       2150-EXIT.
           EXIT.

       2200-EDITAR-VALORES.
           MOVE DCT-VALOR-ATUAL      TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED         TO PND-DET-ATUAL.
           MOVE DCT-VALOR-SOLICITADO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED         TO PND-DET-SOLICITADO.
       2200-EXIT.
           EXIT.

       2300-EDITAR-STATUS.
           EVALUATE DCT-STATUS-ATUAL
               WHEN "A"
                   MOVE "ATIVA"     TO PND-DET-ATUAL
               WHEN "B"
                   MOVE "BLOQUEADA" TO PND-DET-ATUAL
               WHEN OTHER
                   MOVE DCT-STATUS-ATUAL TO PND-DET-ATUAL
           END-EVALUATE.
           EVALUATE DCT-STATUS-SOLICITADO
               WHEN "A"
                   MOVE "ATIVA"     TO PND-DET-SOLICITADO
               WHEN "B"
                   MOVE "BLOQUEADA" TO PND-DET-SOLICITADO
               WHEN OTHER
                   MOVE DCT-STATUS-SOLICITADO TO PND-DET-SOLICITADO
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       4000-GRAVAR-TOTAIS.
           MOVE SPACES TO PND-LINHA.
           WRITE PND-LINHA.
           MOVE SPACES TO PND-LINHA.
           MOVE "PEDIDOS PENDENTES............:" TO PND-TOT-TEXTO.
           MOVE WRK-TOTAL-PENDENTES TO PND-TOT-QTDE.
           WRITE PND-LINHA.
           MOVE SPACES TO PND-LINHA.
           MOVE "  APROVACAO DE EXCECAO.......:" TO PND-TOT-TEXTO.
           MOVE WRK-TOTAL-APROVACOES TO PND-TOT-QTDE.
           WRITE PND-LINHA.
           MOVE SPACES TO PND-LINHA.
           MOVE "  AUMENTO DE LIMITE..........:" TO PND-TOT-TEXTO.
           MOVE WRK-TOTAL-LIMITES TO PND-TOT-QTDE.
           WRITE PND-LINHA.
           MOVE SPACES TO PND-LINHA.
           MOVE "  LEVANTAMENTO DE RETENCAO...:" TO PND-TOT-TEXTO.
           MOVE WRK-TOTAL-RETENCOES TO PND-TOT-QTDE.
           WRITE PND-LINHA.
           DISPLAY "REGISTROS DO LOG LIDOS.....: " WRK-TOTAL-LIDOS.
           DISPLAY "PEDIDOS PENDENTES..........: "
                   WRK-TOTAL-PENDENTES.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    9800-GRAVAR-LOG-EXECUCAO
      *    ACRESCENTA AO LOG DE EXECUCOES (COPY LOGLAY) O
      *    REGISTRO DESTA EXECUCAO, COM O RETURN-CODE FINAL. UMA
      *    FALHA NA GRAVACAO DO LOG E EXIBIDA MAS NAO ALTERA O
      *    RETURN-CODE.
      *-----------------------------------------------------------
       9800-GRAVAR-LOG-EXECUCAO.
           OPEN EXTEND LOG-EXECUCAO.
           IF WRK-FS-LOG = "35"
               OPEN OUTPUT LOG-EXECUCAO
           END-IF.
           MOVE "DUPLPEND"             TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           MOVE WRK-TOTAL-LIDOS        TO LOG-QTDE-LIDOS.
           MOVE WRK-TOTAL-PENDENTES    TO LOG-QTDE-GRAVADOS.
           MOVE ZEROS                  TO LOG-QTDE-REJEITADOS.
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
           IF DUPLCTL-FOI-ABERTO
               CLOSE CONTROLE-DUPLO
           END-IF.
           CLOSE RELATORIO-PENDENTES.
       9999-EXIT.
           EXIT.
