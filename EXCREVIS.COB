      *    ATRASO, SOBRE CLIENTE-MASTER E AUDITORIA) OU REJEITE,
      *    MARCANDO O REGISTRO COMO RESOLVIDO PARA QUE ELE PARE DE
      *    APARECER NAS PROXIMAS REVISOES.
      *    O OPERADOR SE IDENTIFICA NO INICIO. A APROVACAO DE UMA
      *    EXCECAO DE VALOR ACIMA DA ALCADA DO CARTAO DE PARAMETRO
      *    NAO E APLICADA: FICA PENDENTE NO LOG DE CONTROLE DUPLO
      *    (DUPLCTL), E A EXCECAO CONTINUA PENDENTE, ATE QUE OUTRO
      *    OPERADOR TAMBEM A APROVE EM UMA REVISAO; A AUDITORIA
      *    GRAVA QUEM PEDIU E QUEM CONFIRMOU.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *                       GRAVARIA AUDITORIA E HISTORICO
      *                       APONTANDO PARA UM LANCAMENTO
      *                       INEXISTENTE.
      *    2026-10-14  RPO    APROVACAO PASSA A RECUSAR OPERACAO DE
      *                       CONTA ENCERRADA (CLI-STATUS "E") E
      *                       TRANSFERENCIA PARA DESTINO ENCERRADO;
      *                       A EXCECAO SO PODE SER REJEITADA.
      *    2026-10-14  RPO    APROVACAO DE TARIFA DEIXA DE DIVIDIR O
      *                       SALDO: DEBITA O VALOR DA TARIFA DENTRO
      *                       DO LIMITE DE DESCOBERTO, COMO O SAQUE,
      *                       ACOMPANHANDO CLIENTES. ESTORNO DE
      *                       TARIFA PASSA A SER REVERSIVEL (SOMADO).
      *    2026-10-14  RPO    APROVACAO DE JUROSDEV (JUROS DEVEDORES)
      *                       DEBITA O VALOR SEM CONFERIR O LIMITE DE
      *                       DESCOBERTO, COMO EM CLIENTES; ESTORNO
      *                       DE JUROSDEV E REVERSIVEL (SOMADO).
      *    2026-10-15  RPO    APROVACAO PASSA A RECUSAR EXCECAO
      *                       DATADA EM PERIODO JA FECHADO PELO
      *                       FECHAMENTO DO MES (ARQUIVO PERFECH,
      *                       COPY PFCLAY), E ESTORNO CUJO LANCAMENTO
      *                       DE ORIGEM ESTA EM PERIODO FECHADO; A
      *                       EXCECAO SO PODE SER REJEITADA.
      *    2026-10-15  RPO    CONTROLE DUPLO: OPERADOR PASSA A SE
      *                       IDENTIFICAR; APROVACAO DE VALOR ACIMA
      *                       DA ALCADA (PARMCARD, PARM-1) FICA
      *                       PENDENTE EM DUPLCTL (COPY DCTLAY) ATE
      *                       SER CONFIRMADA POR OUTRO OPERADOR;
      *                       AUDITORIA PASSA A GRAVAR OPERADOR E
      *                       CONFIRMADOR; REJEICAO DA EXCECAO
      *                       RECUSA O PEDIDO PENDENTE.
      *    2026-10-15  RPO    TODO LANCAMENTO GRAVADO EM
      *                       TRANSACOES-HISTORICO PASSA A SER GRAVADO
      *                       TAMBEM NO INDICE DO HISTORICO (ARQUIVO
      *                       HISTIDX, COPY HIXLAY), E A RECONFERENCIA
      *                       DA ORIGEM DO ESTORNO PASSA A POSICIONAR
      *                       NELE PELO CLIENTE E DATA DE ORIGEM EM
      *                       VEZ DE LER TRANHIST INTEIRO.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCREVIS.
           SELECT TRANSACOES-HISTORICO ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT INDICE-HISTORICO ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WRK-FS-HIST-IDX.
           SELECT PERIODOS-FECHADOS ASSIGN TO "PERFECH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
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
           COPY THSLAY.

      *    INDICE DO HISTORICO POR CLIENTE E DATA, GRAVADO JUNTO
      *    COM CADA REGISTRO DE TRANSACOES-HISTORICO E USADO PELA
      *    APROVACAO DE ESTORNO PARA CONFIRMAR, DIRETO PELA CHAVE,
      *    QUE O LANCAMENTO ORIGINAL FOI MESMO POSTADO - O MESMO
      *    PADRAO DE CLIENTES.
       FD  INDICE-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY HIXLAY.

       FD  PERIODOS-FECHADOS
           LABEL RECORD IS STANDARD.
           COPY PFCLAY.

       FD  CONTROLE-DUPLO
           LABEL RECORD IS STANDARD.
           COPY DCTLAY.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PRMLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-EXCECOES   PICTURE X(02) VALUE "00".
       01  WRK-OPERACAO-ESTORNO.
           05  FILLER             PICTURE X(04) VALUE "EST-".
           05  WRK-EST-OPER       PICTURE X(08).
       01  WRK-FS-HIST-IDX   PICTURE X(02) VALUE "00".
       01  WRK-HIST-IDX-FIM  PICTURE X(01) VALUE "N".
           88  FIM-DE-HIST-IDX          VALUE "S".
           88  NAO-FIM-DE-HIST-IDX      VALUE "N".
       01  WRK-HISTORICO-NOVO PICTURE X(01) VALUE "N".
           88  HISTORICO-E-NOVO         VALUE "S".
           88  HISTORICO-JA-EXISTE      VALUE "N".
       01  WRK-HIX-HORA-GRAVACAO PICTURE 9(08) VALUE ZEROS.
       01  WRK-HIX-SEQUENCIA PICTURE 9(08) COMP VALUE ZERO.
       01  WRK-ORIGEM-ENCONTRADA PICTURE X(01) VALUE "N".
           88  ORIGEM-ENCONTRADA        VALUE "S".
           88  ORIGEM-NAO-ENCONTRADA    VALUE "N".
       01  WRK-DESTINO-NOME        PICTURE X(20) VALUE SPACES.
       01  WRK-DESTINO-SALDO-ANTES PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-DESTINO-SALDO       PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-FS-PERIODOS         PICTURE X(02) VALUE "00".
       01  WRK-PERIODOS-FIM        PICTURE X(01) VALUE "N".
           88  FIM-DE-PERIODOS          VALUE "S".
           88  NAO-FIM-DE-PERIODOS      VALUE "N".
       01  WRK-ULTIMO-PERIODO-FECHADO PICTURE 9(06) VALUE ZEROS.
       01  WRK-DATA-REFERENCIA     PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-REFERENCIA-R REDEFINES WRK-DATA-REFERENCIA.
           05  WRK-PERIODO-REFERENCIA PICTURE 9(06).
           05  FILLER             PICTURE 9(02).
       01  WRK-PERIODO-DA-EXCECAO  PICTURE X(01) VALUE "N".
           88  EXCECAO-EM-PERIODO-FECHADO VALUE "S".
           88  EXCECAO-EM-PERIODO-ABERTO  VALUE "N".
       01  WRK-FS-DUPLCTL          PICTURE X(02) VALUE "00".
       01  WRK-FS-PARAMETROS       PICTURE X(02) VALUE "00".
       01  WRK-PARM-PRESENTE       PICTURE X(01) VALUE "N".
           88  PARM-PRESENTE             VALUE "S".
           88  PARM-AUSENTE              VALUE "N".
       01  WRK-PARM-FIM            PICTURE X(01) VALUE "N".
           88  FIM-DE-PARAMETROS         VALUE "S".
           88  NAO-FIM-DE-PARAMETROS     VALUE "N".
       01  WRK-PARM-ALCADA         PICTURE X(08) VALUE SPACES.
       01  WRK-ALCADA-NUMERICA     PICTURE 9(08) VALUE ZEROS.
      *    MAIOR VALOR DE EXCECAO, EM REAIS, APROVADO SEM SEGUNDA
      *    ASSINATURA; SEM CARTAO, ZERO - TODA APROVACAO EXIGE
      *    OUTRO OPERADOR.
       01  WRK-ALCADA-APROVACAO    PICTURE 9(05)V99 VALUE ZEROS.
       01  WRK-OPERADOR            PICTURE X(08) VALUE SPACES.
       01  WRK-HORA-ATUAL          PICTURE 9(08) VALUE ZEROS.
      *    OPERADOR E CONFIRMADOR GRAVADOS NA AUDITORIA DA
      *    APROVACAO EM CURSO (CONFIRMADOR EM BRANCO QUANDO A
      *    APROVACAO ESTA DENTRO DA ALCADA).
       01  WRK-AUD-OPERADOR        PICTURE X(08) VALUE SPACES.
       01  WRK-AUD-CONFIRMADOR     PICTURE X(08) VALUE SPACES.
       01  WRK-DUPLCTL-FIM         PICTURE X(01) VALUE "N".
           88  FIM-DE-DUPLCTL            VALUE "S".
           88  NAO-FIM-DE-DUPLCTL        VALUE "N".
       01  WRK-PEDIDO-ENCONTRADO   PICTURE X(01) VALUE "N".
           88  PEDIDO-FOI-ENCONTRADO     VALUE "S".
           88  PEDIDO-NAO-FOI-ENCONTRADO VALUE "N".
       01  WRK-TOTAL-SOLICITADAS   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-CONFIRMADAS   PICTURE 9(06) COMP VALUE ZERO.
      *    AREA DE GUARDA DO REGISTRO DO CLIENTE DE ORIGEM ENQUANTO
      *    CLI-REGISTRO E USADO PARA LER E CREDITAR O DESTINO DE
      *    UMA TRANSFERENCIA APROVADA.
               ==CLI-STATUS==            BY ==GRD-STATUS==
               ==CLI-STATUS-ATIVO==      BY ==GRD-STATUS-ATIVO==
               ==CLI-STATUS-BLOQUEADO==  BY ==GRD-STATUS-BLOQUEADO==
               ==CLI-STATUS-ENCERRADO==  BY ==GRD-STATUS-ENCERRADO==
               ==CLI-LIMITE==            BY ==GRD-LIMITE==
               ==CLI-AGENCIA==           BY ==GRD-AGENCIA==.

      *-----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           PERFORM 1100-ACEITA-OPERADOR-VALIDADO THRU 1100-EXIT.
           PERFORM 2000-LER-EXCECAO THRU 2000-EXIT.
           PERFORM 2100-PROCESSAR-EXCECAO THRU 2100-EXIT
               UNTIL FIM-DE-EXCECOES.
      *    ABRE O ARQUIVO EXCECOES EM MODO I-O, POIS OS REGISTROS
      *    PENDENTES SAO REGRAVADOS NO LUGAR QUANDO RESOLVIDOS, E O
      *    MASTER EM I-O PARA QUE UMA APROVACAO POSSA REGRAVAR O
      *    SALDO AJUSTADO. O LOG DE CONTROLE DUPLO E ABERTO EM I-O
      *    (CRIADO NA PRIMEIRA EXECUCAO), POIS A CONFIRMACAO OU
      *    RECUSA REGRAVA O PEDIDO PENDENTE.
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           OPEN I-O EXCECOES.
           OPEN EXTEND TRANSACOES-HISTORICO.
           IF WRK-FS-HISTORICO = "35"
               OPEN OUTPUT TRANSACOES-HISTORICO
               SET HISTORICO-E-NOVO TO TRUE
           END-IF.
      *    O INDICE DO HISTORICO SO E CRIADO VAZIO JUNTO COM UM
      *    TRANHIST NOVO; COM O HISTORICO JA EXISTENTE, ELE PRECISA
      *    SER RECRIADO POR HISINDEX ANTES DA REVISAO.
           OPEN I-O INDICE-HISTORICO.
           IF WRK-FS-HIST-IDX = "35"
               IF HISTORICO-E-NOVO
                   OPEN OUTPUT INDICE-HISTORICO
                   CLOSE INDICE-HISTORICO
                   OPEN I-O INDICE-HISTORICO
               ELSE
                   DISPLAY "INDICE DO HISTORICO (HISTIDX) NAO "
                           "ENCONTRADO - EXECUTE HISINDEX"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT WRK-HIX-HORA-GRAVACAO FROM TIME.
           OPEN I-O CONTROLE-DUPLO.
           IF WRK-FS-DUPLCTL = "35"
               OPEN OUTPUT CONTROLE-DUPLO
               CLOSE CONTROLE-DUPLO
               OPEN I-O CONTROLE-DUPLO
           END-IF.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           PERFORM 1300-LER-PARAMETROS THRU 1300-EXIT.
           PERFORM 1350-OBTER-ALCADA THRU 1350-EXIT.
           PERFORM 1400-LER-PERIODOS-FECHADOS THRU 1400-EXIT.
           SET NAO-FIM-DE-EXCECOES TO TRUE.
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
      *    1300-LER-PARAMETROS
      *    PROCURA NO ARQUIVO DE CARTOES DE PARAMETRO O REGISTRO
      *    DESTE PROGRAMA (PRM-PROGRAMA = EXCREVIS), QUE TRAZ A
      *    ALCADA DE APROVACAO.
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
                   IF PRM-PROGRAMA = WRK-JOB-ID
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
      *    OU COM VALOR INVALIDO, A ALCADA E ZERO E TODA APROVACAO
      *    EXIGE SEGUNDA ASSINATURA.
      *-----------------------------------------------------------
       1350-OBTER-ALCADA.
           MOVE ZEROS TO WRK-ALCADA-APROVACAO.
           IF PARM-AUSENTE
               GO TO 1350-EXIT
           END-IF.
           IF FUNCTION TRIM(WRK-PARM-ALCADA) = SPACES
               OR FUNCTION TRIM(WRK-PARM-ALCADA) IS NOT NUMERIC
               DISPLAY "ALCADA INVALIDA NO CARTAO - TODA APROVACAO "
                       "EXIGE SEGUNDA ASSINATURA"
               GO TO 1350-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-PARM-ALCADA) TO WRK-ALCADA-NUMERICA.
           IF WRK-ALCADA-NUMERICA > 99999
               MOVE 99999 TO WRK-ALCADA-NUMERICA
           END-IF.
           MOVE WRK-ALCADA-NUMERICA TO WRK-ALCADA-APROVACAO.
       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1400-LER-PERIODOS-FECHADOS
      *    GUARDA O MAIOR PERIODO (AAAAMM) JA FECHADO POR FECHAMES;
      *    ZERO QUANDO AINDA NAO HOUVE FECHAMENTO.
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
      *    2000-LER-EXCECAO
      *-----------------------------------------------------------
      *    SE O REGISTRO LIDO AINDA ESTIVER PENDENTE, EXIBE OS
      *    DADOS E PEDE A DECISAO DO OPERADOR; REGISTROS JA
      *    RESOLVIDOS EM UMA REVISAO ANTERIOR SAO APENAS PULADOS.
      *    A REJEICAO DE UMA EXCECAO COM APROVACAO AGUARDANDO
      *    SEGUNDA ASSINATURA RECUSA TAMBEM O PEDIDO.
      *-----------------------------------------------------------
       2100-PROCESSAR-EXCECAO.
           IF EXC-STATUS-PENDENTE
               ADD 1 TO WRK-TOTAL-PENDENTES
               PERFORM 2150-VERIFICAR-PERIODO THRU 2150-EXIT
               PERFORM 2160-LOCALIZAR-PEDIDO THRU 2160-EXIT
               PERFORM 2200-EXIBIR-EXCECAO THRU 2200-EXIT
               PERFORM 2300-ACEITA-DECISAO-VALIDADA THRU 2300-EXIT
               EVALUATE TRUE
                   WHEN DECISAO-E-APROVAR
                       PERFORM 2350-TRATAR-APROVACAO THRU 2350-EXIT
                   WHEN DECISAO-E-REJEITAR
                       PERFORM 2500-REJEITAR-EXCECAO THRU 2500-EXIT
                       IF PEDIDO-FOI-ENCONTRADO
                           SET DCT-SITUACAO-RECUSADA TO TRUE
                           PERFORM 2860-REGRAVAR-PEDIDO THRU 2860-EXIT
                       END-IF
                   WHEN OTHER
                       DISPLAY "EXCECAO MANTIDA PENDENTE"
               END-EVALUATE
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2150-VERIFICAR-PERIODO
      *    A EXCECAO ESTA EM PERIODO FECHADO QUANDO A SUA DATA - OU,
      *    NO ESTORNO, A DATA DO LANCAMENTO DE ORIGEM - CAI EM UM
      *    MES JA FECHADO POR FECHAMES.
      *-----------------------------------------------------------
       2150-VERIFICAR-PERIODO.
           SET EXCECAO-EM-PERIODO-ABERTO TO TRUE.
           MOVE EXC-DATA TO WRK-DATA-REFERENCIA.
           IF WRK-PERIODO-REFERENCIA NOT > WRK-ULTIMO-PERIODO-FECHADO
               SET EXCECAO-EM-PERIODO-FECHADO TO TRUE
           END-IF.
           IF EXC-OP-ESTORNO
               MOVE EXC-DATA-ORIGEM TO WRK-DATA-REFERENCIA
               IF WRK-PERIODO-REFERENCIA
                       NOT > WRK-ULTIMO-PERIODO-FECHADO
                   SET EXCECAO-EM-PERIODO-FECHADO TO TRUE
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2160-LOCALIZAR-PEDIDO
      *    PROCURA NO LOG DE CONTROLE DUPLO UMA APROVACAO AINDA
      *    PENDENTE DE SEGUNDA ASSINATURA PARA A EXCECAO EM
      *    REVISAO: MESMO CLIENTE E OS MESMOS CAMPOS QUE
      *    IDENTIFICAM A EXCECAO (DATA, TIPO, OPERACAO, VALOR,
      *    ORIGEM E DESTINO). COM O PEDIDO ENCONTRADO, DCT-REGISTRO
      *    FICA COM ELE PARA A REGRAVACAO.
      *-----------------------------------------------------------
       2160-LOCALIZAR-PEDIDO.
           SET PEDIDO-NAO-FOI-ENCONTRADO TO TRUE.
           SET NAO-FIM-DE-DUPLCTL TO TRUE.
           MOVE WRK-JOB-ID        TO DCT-PROGRAMA.
           MOVE EXC-CLIENTE-ID    TO DCT-CLIENTE-ID.
           MOVE ZEROS             TO DCT-DATA-PEDIDO.
           MOVE ZEROS             TO DCT-HORA-PEDIDO.
           START CONTROLE-DUPLO KEY IS NOT < DCT-CHAVE
               INVALID KEY
                   SET FIM-DE-DUPLCTL TO TRUE
                   GO TO 2160-EXIT
           END-START.
           PERFORM 2170-LER-PEDIDO THRU 2170-EXIT
               UNTIL FIM-DE-DUPLCTL OR PEDIDO-FOI-ENCONTRADO.
       2160-EXIT.
           EXIT.

       2170-LER-PEDIDO.
           READ CONTROLE-DUPLO NEXT RECORD
               AT END
                   SET FIM-DE-DUPLCTL TO TRUE
                   GO TO 2170-EXIT
           END-READ.
           IF DCT-PROGRAMA NOT = WRK-JOB-ID
               OR DCT-CLIENTE-ID NOT = EXC-CLIENTE-ID
               SET FIM-DE-DUPLCTL TO TRUE
               GO TO 2170-EXIT
           END-IF.
           IF DCT-SITUACAO-PENDENTE
               AND DCT-EXC-DATA = EXC-DATA
               AND DCT-EXC-TIPO = EXC-TIPO-EXCECAO
               AND DCT-EXC-OPERACAO = EXC-OPERACAO
               AND DCT-VALOR-SOLICITADO = EXC-VALOR-OPERACAO
               AND DCT-EXC-DATA-ORIGEM = EXC-DATA-ORIGEM
               AND DCT-EXC-OPER-ORIGEM = EXC-OPER-ORIGEM
               AND DCT-EXC-CLIENTE-DESTINO = EXC-CLIENTE-DESTINO
               SET PEDIDO-FOI-ENCONTRADO TO TRUE
           END-IF.
       2170-EXIT.
           EXIT.

       2200-EXIBIR-EXCECAO.
           MOVE EXC-SALDO-ATUAL    TO WRK-SALDO-ED.
           MOVE EXC-VALOR-OPERACAO TO WRK-VALOR-ED.
           DISPLAY "OPERACAO...: " EXC-OPERACAO.
           DISPLAY "SALDO ATUAL: " WRK-SALDO-ED.
           DISPLAY "VALOR......: " WRK-VALOR-ED.
           IF EXCECAO-EM-PERIODO-FECHADO
               DISPLAY "PERIODO JA FECHADO - A EXCECAO SO PODE SER "
                       "REJEITADA"
           END-IF.
           IF PEDIDO-FOI-ENCONTRADO
               DISPLAY "APROVACAO SOLICITADA POR " DCT-OPERADOR
                       " EM " DCT-DATA-PEDIDO
                       " - AGUARDANDO SEGUNDA ASSINATURA"
           ELSE
               IF EXC-VALOR-OPERACAO > WRK-ALCADA-APROVACAO
                   DISPLAY "VALOR ACIMA DA ALCADA - A APROVACAO "
                           "EXIGE SEGUNDA ASSINATURA"
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2350-TRATAR-APROVACAO
      *    DENTRO DA ALCADA, A APROVACAO E APLICADA NA HORA EM NOME
      *    DO OPERADOR. ACIMA DELA, A PRIMEIRA APROVACAO SO GRAVA O
      *    PEDIDO PENDENTE NO LOG DE CONTROLE DUPLO E A EXCECAO
      *    CONTINUA PENDENTE; A APROVACAO DE OUTRO OPERADOR SOBRE A
      *    MESMA EXCECAO E A SEGUNDA ASSINATURA, QUE APLICA A
      *    OPERACAO (COM AS MESMAS CONFERENCIAS DE SEMPRE) E
      *    CONFIRMA O PEDIDO. O AUTOR DO PEDIDO NAO PODE CONFIRMA-LO.
      *-----------------------------------------------------------
       2350-TRATAR-APROVACAO.
           IF EXC-VALOR-OPERACAO NOT > WRK-ALCADA-APROVACAO
               AND PEDIDO-NAO-FOI-ENCONTRADO
               MOVE WRK-OPERADOR TO WRK-AUD-OPERADOR
               MOVE SPACES       TO WRK-AUD-CONFIRMADOR
               PERFORM 2400-APROVAR-EXCECAO THRU 2400-EXIT
               GO TO 2350-EXIT
           END-IF.
           IF PEDIDO-NAO-FOI-ENCONTRADO
               IF EXCECAO-EM-PERIODO-FECHADO
                   DISPLAY "OPERACAO DATADA EM PERIODO JA FECHADO "
                           "- A EXCECAO SO PODE SER REJEITADA"
               ELSE
                   PERFORM 2800-REGISTRAR-PEDIDO THRU 2800-EXIT
               END-IF
               GO TO 2350-EXIT
           END-IF.
           IF DCT-OPERADOR = WRK-OPERADOR
               DISPLAY "A CONFIRMACAO EXIGE OUTRO OPERADOR - "
                       "EXCECAO MANTIDA PENDENTE"
               GO TO 2350-EXIT
           END-IF.
           MOVE DCT-OPERADOR TO WRK-AUD-OPERADOR.
           MOVE WRK-OPERADOR TO WRK-AUD-CONFIRMADOR.
           PERFORM 2400-APROVAR-EXCECAO THRU 2400-EXIT.
           IF EXC-STATUS-APROVADA
               SET DCT-SITUACAO-CONFIRMADA TO TRUE
               PERFORM 2860-REGRAVAR-PEDIDO THRU 2860-EXIT
               ADD 1 TO WRK-TOTAL-CONFIRMADAS
               DISPLAY "SEGUNDA ASSINATURA REGISTRADA - APROVACAO "
                       "SOLICITADA POR " DCT-OPERADOR
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2400-APROVAR-EXCECAO
      *    LOCALIZA O CLIENTE NO MASTER E APLICA A OPERACAO ORIGINAL
      *    ATRASO, GRAVANDO O AJUSTE NO MASTER E NA AUDITORIA ANTES
      *    DE MARCAR A EXCECAO COMO APROVADA. UM SAQUE QUE AINDA
      *    DEIXARIA O SALDO NEGATIVO (O SALDO PODE TER CAIDO AINDA
      *    MAIS DESDE QUE A EXCECAO FOI GRAVADA), UMA TARIFA QUE
      *    AINDA ESTOURARIA O LIMITE, UMA CONTA QUE AINDA ESTA EM
      *    RETENCAO OU UMA OPERACAO DE CODIGO DESCONHECIDO NAO SAO
      *    APLICADOS - A MESMA REGRA QUE DESVIOU A TRANSACAO PARA
      *    EXCECOES NA PRIMEIRA VEZ VALE TAMBEM NA REVISAO, E A
      *    EXCECAO PERMANECE PENDENTE. A EXCECAO DATADA EM PERIODO
      *    JA FECHADO TAMBEM NAO E APLICADA.
      *-----------------------------------------------------------
       2400-APROVAR-EXCECAO.
           SET CLIENTE-NAO-FOI-ENCONTRADO TO TRUE.
           IF CLIENTE-FOI-ENCONTRADO
               MOVE CLI-SALDO TO WRK-SALDO-ANTES
               SET APROVACAO-E-PERMITIDA TO TRUE
               EVALUATE TRUE
                   WHEN CLI-STATUS-BLOQUEADO
                       SET APROVACAO-NAO-E-PERMITIDA TO TRUE
                       DISPLAY "CONTA AINDA EM RETENCAO - LEVANTE A "
                               "RETENCAO ANTES DE APROVAR - EXCECAO "
                               "MANTIDA PENDENTE"
                   WHEN CLI-STATUS-ENCERRADO
                       SET APROVACAO-NAO-E-PERMITIDA TO TRUE
                       DISPLAY "CONTA ENCERRADA - A EXCECAO SO PODE "
                               "SER REJEITADA"
                   WHEN EXCECAO-EM-PERIODO-FECHADO
                       SET APROVACAO-NAO-E-PERMITIDA TO TRUE
                       DISPLAY "OPERACAO DATADA EM PERIODO JA FECHADO "
                               "- A EXCECAO SO PODE SER REJEITADA"
                   WHEN OTHER
                       PERFORM 2410-APLICAR-OPERACAO THRU 2410-EXIT
               END-EVALUATE
               IF APROVACAO-E-PERMITIDA
                   REWRITE CLI-REGISTRO
                   PERFORM 2600-GRAVAR-AUDITORIA THRU 2600-EXIT
                       CLI-SALDO
                       + (CLI-SALDO * EXC-VALOR-OPERACAO / 100)
               WHEN EXC-OP-TARIFA
                   SUBTRACT EXC-VALOR-OPERACAO FROM CLI-SALDO
                   IF CLI-SALDO < 0 - CLI-LIMITE
                       SET APROVACAO-NAO-E-PERMITIDA TO TRUE
                       DISPLAY "TARIFA DEIXARIA O SALDO ABAIXO DO "
                               "LIMITE DE DESCOBERTO - EXCECAO "
                               "MANTIDA PENDENTE"
                   END-IF
               WHEN EXC-OP-JUROS-DEVEDORES
                   SUBTRACT EXC-VALOR-OPERACAO FROM CLI-SALDO
               WHEN EXC-OP-ESTORNO
                   PERFORM 2420-APLICAR-ESTORNO THRU 2420-EXIT
               WHEN EXC-OP-TRANSFERENCIA
      *    2420-APLICAR-ESTORNO
      *    APLICA EM ATRASO O EFEITO INVERSO DA OPERACAO DE ORIGEM
      *    DO ESTORNO: DEPOSITO E SUBTRAIDO (RESPEITANDO O LIMITE
      *    DE DESCOBERTO) E SAQUE, TARIFA E JUROS DEVEDORES SAO
      *    SOMADOS; ORIGEM NAO REVERSIVEL CONTINUA RECUSADA, COMO
      *    NO PROCESSAMENTO NORMAL. O LANCAMENTO ORIGINAL E
      *    RECONFERIDO NO HISTORICO ANTES DE APLICAR - O REGISTRO DE
      *    EXCECAO NAO GUARDA O MOTIVO DO DESVIO, E UMA EXCECAO
      *    GRAVADA POR ORIGEM NAO LOCALIZADA NAO PODE SER APROVADA,
      *    SOB PENA DE GRAVAR AUDITORIA E HISTORICO APONTANDO PARA
      *    UM LANCAMENTO QUE NAO EXISTE.
      *-----------------------------------------------------------
       2420-APLICAR-ESTORNO.
           PERFORM 2460-VERIFICAR-ORIGEM THRU 2460-EXIT.
                               "MANTIDA PENDENTE"
                   END-IF
               WHEN "SAQUE"
               WHEN "TARIFA"
               WHEN "JUROSDEV"
                   ADD EXC-VALOR-OPERACAO TO CLI-SALDO
               WHEN OTHER
                   SET APROVACAO-NAO-E-PERMITIDA TO TRUE
           EXIT.

       2440-CREDITAR-DESTINO.
           IF CLI-STATUS-BLOQUEADO OR CLI-STATUS-ENCERRADO
               SET APROVACAO-NAO-E-PERMITIDA TO TRUE
               DISPLAY "DESTINO EM RETENCAO OU ENCERRADO - "
                       "EXCECAO MANTIDA PENDENTE"
           ELSE
               MOVE CLI-NOME  TO WRK-DESTINO-NOME
               MOVE CLI-SALDO TO WRK-DESTINO-SALDO-ANTES

      *-----------------------------------------------------------
      *    2460-VERIFICAR-ORIGEM
      *    PROCURA NO INDICE DO HISTORICO, POSICIONANDO NO CLIENTE
      *    E NA DATA DE ORIGEM, UM LANCAMENTO JA POSTADO QUE CASE
      *    COM O ESTORNO EM REVISAO: MESMA OPERACAO DE ORIGEM E
      *    MESMO VALOR - A MESMA CONFERENCIA QUE CLIENTES FAZ AO
      *    CAPTURAR O ESTORNO. ESTORNOS NAO CASAM COM OUTROS
      *    ESTORNOS.
      *-----------------------------------------------------------
       2460-VERIFICAR-ORIGEM.
           SET ORIGEM-NAO-ENCONTRADA TO TRUE.
           SET NAO-FIM-DE-HIST-IDX TO TRUE.
           MOVE EXC-CLIENTE-ID  TO HIX-CLIENTE-ID.
           MOVE EXC-DATA-ORIGEM TO HIX-DATA.
           MOVE ZEROS           TO HIX-HORA-GRAVACAO.
           MOVE ZEROS           TO HIX-SEQUENCIA.
           START INDICE-HISTORICO KEY IS NOT < HIX-CHAVE
               INVALID KEY
                   SET FIM-DE-HIST-IDX TO TRUE
                   GO TO 2460-EXIT
           END-START.
           PERFORM 2470-LER-E-CASAR-ORIGEM THRU 2470-EXIT
               UNTIL FIM-DE-HIST-IDX OR ORIGEM-ENCONTRADA.
       2460-EXIT.
           EXIT.

      *    OS LANCAMENTOS DO CLIENTE NA DATA DE ORIGEM SAO
      *    CONTIGUOS NO INDICE; A LEITURA PARA NO PRIMEIRO REGISTRO
      *    DE OUTRO CLIENTE OU DE OUTRA DATA.
       2470-LER-E-CASAR-ORIGEM.
           READ INDICE-HISTORICO NEXT RECORD
               AT END
                   SET FIM-DE-HIST-IDX TO TRUE
                   GO TO 2470-EXIT
           END-READ.
           IF HIX-CLIENTE-ID NOT = EXC-CLIENTE-ID
               OR HIX-DATA NOT = EXC-DATA-ORIGEM
               SET FIM-DE-HIST-IDX TO TRUE
               GO TO 2470-EXIT
           END-IF.
           IF HIX-COD-OPERACAO = EXC-OPER-ORIGEM
               AND HIX-VALOR = EXC-VALOR-OPERACAO
               AND HIX-COD-OPERACAO NOT = "ESTORNO"
               SET ORIGEM-ENCONTRADA TO TRUE
           END-IF.
       2470-EXIT.
           EXIT.

           MOVE WRK-SALDO-ANTES   TO AUD-SALDO-ANTES.
           MOVE CLI-SALDO         TO AUD-SALDO-DEPOIS.
           MOVE WRK-JOB-ID        TO AUD-JOB-ID.
           MOVE WRK-AUD-OPERADOR  TO AUD-OPERADOR.
           MOVE WRK-AUD-CONFIRMADOR TO AUD-CONFIRMADOR.
           WRITE AUD-REGISTRO.
       2600-EXIT.
           EXIT.
           MOVE EXC-OPER-ORIGEM    TO HIS-OPER-ORIGEM.
           MOVE EXC-CLIENTE-DESTINO TO HIS-CONTRAPARTE.
           WRITE HIS-REGISTRO.
           PERFORM 2770-GRAVAR-INDICE-HISTORICO THRU 2770-EXIT.
       2700-EXIT.
           EXIT.

           MOVE WRK-DESTINO-SALDO-ANTES TO AUD-SALDO-ANTES.
           MOVE WRK-DESTINO-SALDO       TO AUD-SALDO-DEPOIS.
           MOVE WRK-JOB-ID              TO AUD-JOB-ID.
           MOVE WRK-AUD-OPERADOR        TO AUD-OPERADOR.
           MOVE WRK-AUD-CONFIRMADOR     TO AUD-CONFIRMADOR.
           WRITE AUD-REGISTRO.
       2650-EXIT.
           EXIT.
           MOVE SPACES              TO HIS-OPER-ORIGEM.
           MOVE EXC-CLIENTE-ID      TO HIS-CONTRAPARTE.
           WRITE HIS-REGISTRO.
           PERFORM 2770-GRAVAR-INDICE-HISTORICO THRU 2770-EXIT.
       2750-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2770-GRAVAR-INDICE-HISTORICO
      *    COPIA PARA O INDICE DO HISTORICO (COPY HIXLAY) O
      *    REGISTRO DE TRANSACOES-HISTORICO ACABADO DE GRAVAR, COM
      *    A HORA DE INICIO DESTA REVISAO E A ORDEM DA GRAVACAO
      *    NELA COMPLETANDO A CHAVE. UMA FALHA NA GRAVACAO DO
      *    INDICE E EXIBIDA - O LANCAMENTO JA ESTA EM TRANHIST, E
      *    HISINDEX RECRIA O INDICE A PARTIR DELE.
      *-----------------------------------------------------------
       2770-GRAVAR-INDICE-HISTORICO.
           ADD 1 TO WRK-HIX-SEQUENCIA.
           MOVE HIS-CLIENTE-ID        TO HIX-CLIENTE-ID.
           MOVE HIS-DATA              TO HIX-DATA.
           MOVE WRK-HIX-HORA-GRAVACAO TO HIX-HORA-GRAVACAO.
           MOVE WRK-HIX-SEQUENCIA     TO HIX-SEQUENCIA.
           MOVE HIS-COD-OPERACAO      TO HIX-COD-OPERACAO.
           MOVE HIS-VALOR             TO HIX-VALOR.
           MOVE HIS-DATA-ORIGEM       TO HIX-DATA-ORIGEM.
           MOVE HIS-OPER-ORIGEM       TO HIX-OPER-ORIGEM.
           MOVE HIS-CONTRAPARTE       TO HIX-CONTRAPARTE.
           WRITE HIX-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR INDICE DO HISTORICO - "
                           "STATUS " WRK-FS-HIST-IDX
                           " - EXECUTE HISINDEX"
           END-WRITE.
       2770-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2800-REGISTRAR-PEDIDO
      *    GRAVA NO LOG DE CONTROLE DUPLO A APROVACAO ACIMA DA
      *    ALCADA COMO PEDIDO PENDENTE DE SEGUNDA ASSINATURA, COM
      *    OS CAMPOS QUE IDENTIFICAM A EXCECAO. A EXCECAO NAO E
      *    ALTERADA E CONTINUA PENDENTE.
      *-----------------------------------------------------------
       2800-REGISTRAR-PEDIDO.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-JOB-ID          TO DCT-PROGRAMA.
           MOVE EXC-CLIENTE-ID      TO DCT-CLIENTE-ID.
           MOVE WRK-DATA-ATUAL      TO DCT-DATA-PEDIDO.
           MOVE WRK-HORA-ATUAL      TO DCT-HORA-PEDIDO.
           SET DCT-ACAO-APROVACAO   TO TRUE.
           MOVE EXC-NOME            TO DCT-NOME.
           MOVE EXC-SALDO-ATUAL     TO DCT-VALOR-ATUAL.
           MOVE EXC-VALOR-OPERACAO  TO DCT-VALOR-SOLICITADO.
           MOVE SPACES              TO DCT-STATUS-ATUAL.
           MOVE SPACES              TO DCT-STATUS-SOLICITADO.
           MOVE EXC-DATA            TO DCT-EXC-DATA.
           MOVE EXC-TIPO-EXCECAO    TO DCT-EXC-TIPO.
           MOVE EXC-OPERACAO        TO DCT-EXC-OPERACAO.
           MOVE EXC-DATA-ORIGEM     TO DCT-EXC-DATA-ORIGEM.
           MOVE EXC-OPER-ORIGEM     TO DCT-EXC-OPER-ORIGEM.
           MOVE EXC-CLIENTE-DESTINO TO DCT-EXC-CLIENTE-DESTINO.
           MOVE WRK-OPERADOR        TO DCT-OPERADOR.
           MOVE SPACES              TO DCT-CONFIRMADOR.
           SET DCT-SITUACAO-PENDENTE TO TRUE.
           MOVE ZEROS               TO DCT-DATA-DECISAO.
           MOVE ZEROS               TO DCT-HORA-DECISAO.
           WRITE DCT-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO LOG DE CONTROLE "
                           "DUPLO - STATUS " WRK-FS-DUPLCTL
                   GO TO 2800-EXIT
           END-WRITE.
           ADD 1 TO WRK-TOTAL-SOLICITADAS.
           DISPLAY "APROVACAO REGISTRADA - AGUARDANDO SEGUNDA "
                   "ASSINATURA DE OUTRO OPERADOR".
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2860-REGRAVAR-PEDIDO
      *    COMPLETA O PEDIDO COM O OPERADOR QUE CONFIRMOU OU
      *    RECUSOU E A DATA/HORA DA DECISAO, E O REGRAVA.
      *-----------------------------------------------------------
       2860-REGRAVAR-PEDIDO.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-OPERADOR   TO DCT-CONFIRMADOR.
           MOVE WRK-DATA-ATUAL TO DCT-DATA-DECISAO.
           MOVE WRK-HORA-ATUAL TO DCT-HORA-DECISAO.
           REWRITE DCT-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO LOG DE CONTROLE "
                           "DUPLO - STATUS " WRK-FS-DUPLCTL
           END-REWRITE.
       2860-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2900-EXIBIR-RESUMO
      *-----------------------------------------------------------
                   WRK-TOTAL-APROVADAS.
           DISPLAY "EXCECOES REJEITADAS............: "
                   WRK-TOTAL-REJEITADAS.
           DISPLAY "PEDIDOS DE 2A ASSINATURA......: "
                   WRK-TOTAL-SOLICITADAS.
           DISPLAY "APROVADAS COM 2A ASSINATURA...: "
                   WRK-TOTAL-CONFIRMADAS.
       2900-EXIT.
           EXIT.

           CLOSE CLIENTE-MASTER.
           CLOSE AUDITORIA.
           CLOSE TRANSACOES-HISTORICO.
           CLOSE INDICE-HISTORICO.
           CLOSE CONTROLE-DUPLO.
       9999-EXIT.
           EXIT.
