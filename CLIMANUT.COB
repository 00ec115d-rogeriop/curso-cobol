      *-----------------------------------------------------------
      *    PROGRAM-ID. CLIMANUT.
      *    MANUTENCAO CADASTRAL DO CLIENTE-MASTER. PEDE O CODIGO DO
      *    CLIENTE E PERMITE CORRIGIR O NOME (CLI-NOME), TRANSFERIR
      *    O CLIENTE PARA OUTRA AGENCIA (CLI-AGENCIA - INCLUSIVE O
      *    AJUSTE DAS CONTAS QUE CONVSALD CONVERTEU COM AGENCIA 01)
      *    OU ENCERRAR A CONTA (CLI-STATUS "E"), O QUE SO E ACEITO
      *    COM SALDO ZERO, SEM EXCECOES PENDENTES PARA O CLIENTE E
      *    SEM JUROS DEVEDORES EM APURACAO OU COBRANCA DE JUROS
      *    AINDA NAO CONFERIDA NO ARQUIVO JDVACUM (COPY JDVLAY).
      *    CADA ALTERACAO E GRAVADA NO LOG DE ALTERACOES DO MASTER
      *    (COPY ALTLAY) COM O VALOR ANTES E DEPOIS E A DATA/HORA.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-14  RPO    PROGRAMA CRIADO.
      *    2026-10-15  RPO    ENCERRAMENTO RECUSADO COM JUROS
      *                       DEVEDORES EM APURACAO OU COBRANCA
      *                       JUROSDEV PENDENTE EM JDVACUM.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMANUT.
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
           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WRK-FS-MASTER.
           SELECT EXCECOES        ASSIGN TO "EXCECOES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCECOES.
           SELECT APURACAO-JUROS  ASSIGN TO "JDVACUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JDV-CLIENTE-ID
               FILE STATUS IS WRK-FS-APURACAO.
           SELECT LOG-ALTERACOES  ASSIGN TO "CLIALTER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTERACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMAST.

       FD  EXCECOES
           LABEL RECORD IS STANDARD.
           COPY EXCLAY.

       FD  APURACAO-JUROS
           LABEL RECORD IS STANDARD.
           COPY JDVLAY.

       FD  LOG-ALTERACOES
           LABEL RECORD IS STANDARD.
           COPY ALTLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-MASTER           PICTURE X(02) VALUE "00".
       01  WRK-FS-EXCECOES         PICTURE X(02) VALUE "00".
       01  WRK-FS-ALTERACOES       PICTURE X(02) VALUE "00".
       01  WRK-FS-APURACAO         PICTURE X(02) VALUE "00".
       01  WRK-JOB-ID              PICTURE X(08) VALUE "CLIMANUT".
       01  WRK-DATA-ATUAL          PICTURE 9(08) VALUE ZEROS.
       01  WRK-HORA-ATUAL.
           05  WRK-HORA-HHMMSS     PICTURE 9(06).
           05  FILLER              PICTURE 9(02).
       01  WRK-CLIENTE-ID-ENTRADA  PICTURE X(06) VALUE SPACES.
       01  WRK-CLIENTE-ID-VALIDO   PICTURE X(01) VALUE "N".
           88  CLIENTE-ID-E-VALIDO      VALUE "S".
           88  CLIENTE-ID-NAO-E-VALIDO  VALUE "N".
       01  WRK-CLIENTE-ID           PICTURE 9(06) VALUE ZEROS.
       01  WRK-CLIENTE-ENCONTRADO   PICTURE X(01) VALUE "N".
           88  CLIENTE-FOI-ENCONTRADO    VALUE "S".
           88  CLIENTE-NAO-FOI-ENCONTRADO VALUE "N".
       01  WRK-OPCAO                PICTURE X(01) VALUE SPACES.
           88  OPCAO-E-NOME             VALUE "N" "n".
           88  OPCAO-E-AGENCIA          VALUE "A" "a".
           88  OPCAO-E-ENCERRAR         VALUE "E" "e".
           88  OPCAO-E-VALIDA           VALUE "N" "n" "A" "a"
                                              "E" "e".
       01  WRK-NOME-NOVO            PICTURE X(20) VALUE SPACES.
       01  WRK-NOME-VALIDO          PICTURE X(01) VALUE "N".
           88  NOME-E-VALIDO            VALUE "S".
           88  NOME-NAO-E-VALIDO        VALUE "N".
       01  WRK-AGENCIA-ENTRADA      PICTURE X(02) VALUE SPACES.
       01  WRK-AGENCIA-VALIDA       PICTURE X(01) VALUE "N".
           88  AGENCIA-E-VALIDA         VALUE "S".
           88  AGENCIA-NAO-E-VALIDA     VALUE "N".
       01  WRK-AGENCIA-NOVA         PICTURE 9(02) VALUE ZEROS.
       01  WRK-CONFIRMACAO          PICTURE X(01) VALUE SPACES.
           88  CONFIRMACAO-SIM          VALUE "S" "s".
       01  WRK-EXCECOES-FIM         PICTURE X(01) VALUE "N".
           88  FIM-DE-EXCECOES          VALUE "S".
           88  NAO-FIM-DE-EXCECOES      VALUE "N".
       01  WRK-TOTAL-PENDENTES      PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-SALDO-ED             PICTURE -ZZ.ZZ9,99.
       01  WRK-SITUACAO-JUROS       PICTURE X(01) VALUE "N".
           88  JUROS-EM-APURACAO        VALUE "A".
           88  COBRANCA-JUROS-PENDENTE  VALUE "C".
           88  SEM-JUROS-PENDENTES      VALUE "N".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           PERFORM 1050-ACEITA-CODIGO-VALIDADO THRU 1050-EXIT.
           PERFORM 2000-LOCALIZAR-CLIENTE THRU 2000-EXIT.
           IF CLIENTE-FOI-ENCONTRADO
               IF CLI-STATUS-ENCERRADO
                   DISPLAY "CONTA ENCERRADA - NENHUMA ALTERACAO "
                           "PERMITIDA"
               ELSE
                   PERFORM 2100-ACEITA-OPCAO-VALIDADA THRU 2100-EXIT
                   EVALUATE TRUE
                       WHEN OPCAO-E-NOME
                           PERFORM 3000-ALTERAR-NOME THRU 3000-EXIT
                       WHEN OPCAO-E-AGENCIA
                           PERFORM 4000-ALTERAR-AGENCIA THRU 4000-EXIT
                       WHEN OPCAO-E-ENCERRAR
                           PERFORM 5000-ENCERRAR-CONTA THRU 5000-EXIT
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *    O LOG DE ALTERACOES E ABERTO EM EXTEND (CRIADO NA
      *    PRIMEIRA EXECUCAO), PARA QUE NENHUMA ALTERACAO ANTERIOR
      *    SE PERCA.
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           OPEN I-O CLIENTE-MASTER.
           IF WRK-FS-MASTER = "35"
               DISPLAY "ARQUIVO CLIENTE-MASTER NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LOG-ALTERACOES.
           IF WRK-FS-ALTERACOES = "35"
               OPEN OUTPUT LOG-ALTERACOES
           END-IF.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1050-ACEITA-CODIGO-VALIDADO
      *    RE-EXIBE O PROMPT DO CODIGO DO CLIENTE ATE QUE SEJA
      *    DIGITADO UM VALOR NUMERICO, EVITANDO QUE LIXO DIGITADO
      *    PELO OPERADOR CORROMPA A CHAVE DE LEITURA DO MASTER.
      *-----------------------------------------------------------
       1050-ACEITA-CODIGO-VALIDADO.
           SET CLIENTE-ID-NAO-E-VALIDO TO TRUE.
           PERFORM 1060-ACEITA-E-VERIFICA-CODIGO THRU 1060-EXIT
               UNTIL CLIENTE-ID-E-VALIDO.
       1050-EXIT.
           EXIT.

       1060-ACEITA-E-VERIFICA-CODIGO.
           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT WRK-CLIENTE-ID-ENTRADA.
           IF FUNCTION TRIM(WRK-CLIENTE-ID-ENTRADA) = SPACES
               OR FUNCTION TRIM(WRK-CLIENTE-ID-ENTRADA) IS NOT NUMERIC
               DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
           ELSE
               MOVE FUNCTION TRIM(WRK-CLIENTE-ID-ENTRADA)
                   TO WRK-CLIENTE-ID
               SET CLIENTE-ID-E-VALIDO TO TRUE
           END-IF.
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2000-LOCALIZAR-CLIENTE
      *    LE O CLIENTE NO MASTER E EXIBE OS DADOS CADASTRAIS
      *    ATUAIS ANTES DE PEDIR A ALTERACAO.
      *-----------------------------------------------------------
       2000-LOCALIZAR-CLIENTE.
           SET CLIENTE-NAO-FOI-ENCONTRADO TO TRUE.
           MOVE WRK-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-MASTER
               INVALID KEY
                   DISPLAY "CLIENTE " WRK-CLIENTE-ID
                           " NAO ENCONTRADO NO MASTER"
               NOT INVALID KEY
                   SET CLIENTE-FOI-ENCONTRADO TO TRUE
                   MOVE CLI-SALDO TO WRK-SALDO-ED
                   DISPLAY "NOME.......: " CLI-NOME
                   DISPLAY "AGENCIA....: " CLI-AGENCIA
                   DISPLAY "SALDO......: " WRK-SALDO-ED
                   EVALUATE TRUE
                       WHEN CLI-STATUS-ATIVO
                           DISPLAY "STATUS.....: ATIVA"
                       WHEN CLI-STATUS-BLOQUEADO
                           DISPLAY "STATUS.....: BLOQUEADA"
                       WHEN CLI-STATUS-ENCERRADO
                           DISPLAY "STATUS.....: ENCERRADA"
                   END-EVALUATE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2100-ACEITA-OPCAO-VALIDADA
      *    RE-EXIBE O PROMPT DA ALTERACAO DESEJADA ATE QUE SEJA
      *    DIGITADA UMA DAS OPCOES VALIDAS - (N)OME, (A)GENCIA OU
      *    (E)NCERRAR A CONTA.
      *-----------------------------------------------------------
       2100-ACEITA-OPCAO-VALIDADA.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 2110-ACEITA-E-VERIFICA-OPCAO THRU 2110-EXIT
               UNTIL OPCAO-E-VALIDA.
       2100-EXIT.
           EXIT.

       2110-ACEITA-E-VERIFICA-OPCAO.
           DISPLAY "ALTERAR (N)OME, (A)GENCIA OU (E)NCERRAR A CONTA?".
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-E-VALIDA
               DISPLAY "OPCAO INVALIDA - DIGITE N, A OU E"
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3000-ALTERAR-NOME
      *    CORRIGE CLI-NOME E GRAVA O NOME ANTERIOR E O NOVO NO LOG
      *    DE ALTERACOES. NOME IGUAL AO ATUAL NAO GERA ALTERACAO.
      *-----------------------------------------------------------
       3000-ALTERAR-NOME.
           SET NOME-NAO-E-VALIDO TO TRUE.
           PERFORM 3010-ACEITA-E-VERIFICA-NOME THRU 3010-EXIT
               UNTIL NOME-E-VALIDO.
           IF WRK-NOME-NOVO = CLI-NOME
               DISPLAY "NOME IGUAL AO ATUAL - NADA ALTERADO"
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES         TO ALT-REGISTRO.
           SET ALT-CAMPO-NOME  TO TRUE.
           MOVE CLI-NOME       TO ALT-VALOR-ANTES.
           MOVE WRK-NOME-NOVO  TO ALT-VALOR-DEPOIS.
           MOVE WRK-NOME-NOVO  TO CLI-NOME.
           REWRITE CLI-REGISTRO.
           PERFORM 7000-GRAVAR-ALTERACAO THRU 7000-EXIT.
           DISPLAY "NOME ATUALIZADO PARA " CLI-NOME.
       3000-EXIT.
           EXIT.

       3010-ACEITA-E-VERIFICA-NOME.
           DISPLAY "DIGITE O NOVO NOME DO CLIENTE".
           MOVE SPACES TO WRK-NOME-NOVO.
           ACCEPT WRK-NOME-NOVO.
           IF WRK-NOME-NOVO = SPACES
               DISPLAY "O NOME NAO PODE FICAR EM BRANCO"
           ELSE
               SET NOME-E-VALIDO TO TRUE
           END-IF.
       3010-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    4000-ALTERAR-AGENCIA
      *    TRANSFERE O CLIENTE PARA OUTRA AGENCIA (01-99) E GRAVA A
      *    AGENCIA ANTERIOR E A NOVA NO LOG DE ALTERACOES. OS
      *    SUBTOTAIS POR AGENCIA DO BALANCETE E DO RAZAO-GL PASSAM
      *    A CONSIDERAR A NOVA AGENCIA A PARTIR DA PROXIMA EXECUCAO.
      *-----------------------------------------------------------
       4000-ALTERAR-AGENCIA.
           SET AGENCIA-NAO-E-VALIDA TO TRUE.
           PERFORM 4010-ACEITA-E-VERIFICA-AGENCIA THRU 4010-EXIT
               UNTIL AGENCIA-E-VALIDA.
           IF WRK-AGENCIA-NOVA = CLI-AGENCIA
               DISPLAY "AGENCIA IGUAL A ATUAL - NADA ALTERADO"
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES           TO ALT-REGISTRO.
           SET ALT-CAMPO-AGENCIA TO TRUE.
           MOVE CLI-AGENCIA      TO ALT-VALOR-ANTES.
           MOVE WRK-AGENCIA-NOVA TO ALT-VALOR-DEPOIS.
           MOVE WRK-AGENCIA-NOVA TO CLI-AGENCIA.
           REWRITE CLI-REGISTRO.
           PERFORM 7000-GRAVAR-ALTERACAO THRU 7000-EXIT.
           DISPLAY "AGENCIA ATUALIZADA PARA " CLI-AGENCIA.
       4000-EXIT.
           EXIT.

       4010-ACEITA-E-VERIFICA-AGENCIA.
           DISPLAY "DIGITE A NOVA AGENCIA DO CLIENTE (01-99)".
           ACCEPT WRK-AGENCIA-ENTRADA.
           IF FUNCTION TRIM(WRK-AGENCIA-ENTRADA) = SPACES
               OR FUNCTION TRIM(WRK-AGENCIA-ENTRADA) IS NOT NUMERIC
               DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
           ELSE
               MOVE FUNCTION TRIM(WRK-AGENCIA-ENTRADA)
                   TO WRK-AGENCIA-NOVA
               IF WRK-AGENCIA-NOVA = 0
                   DISPLAY "A AGENCIA DEVE SER DE 01 A 99"
               ELSE
                   SET AGENCIA-E-VALIDA TO TRUE
               END-IF
           END-IF.
       4010-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    5000-ENCERRAR-CONTA
      *    ENCERRA A CONTA (CLI-STATUS "E") SOMENTE COM SALDO ZERO
      *    E SEM NENHUMA EXCECAO PENDENTE EM QUE O CLIENTE SEJA A
      *    ORIGEM OU O DESTINO - UMA APROVACAO POSTERIOR MOVERIA
      *    DINHEIRO EM UMA CONTA JA ENCERRADA. PELO MESMO MOTIVO,
      *    NAO PODE HAVER JUROS DEVEDORES ACUMULADOS NO MES NEM UMA
      *    COBRANCA JUROSDEV GERADA POR JURODEV E AINDA NAO
      *    APLICADA - JURODEV NAO APURA CONTA ENCERRADA, E ESSES
      *    JUROS NUNCA SERIAM COBRADOS. O REGISTRO PERMANECE
      *    NO MASTER PARA CONSULTA E O STATUS ANTERIOR VAI PARA O
      *    LOG DE ALTERACOES.
      *-----------------------------------------------------------
       5000-ENCERRAR-CONTA.
           IF CLI-SALDO NOT = 0
               MOVE CLI-SALDO TO WRK-SALDO-ED
               DISPLAY "ENCERRAMENTO RECUSADO - SALDO DIFERENTE DE "
                       "ZERO: " WRK-SALDO-ED
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-CONTAR-PENDENTES THRU 5100-EXIT.
           IF WRK-TOTAL-PENDENTES > 0
               DISPLAY "ENCERRAMENTO RECUSADO - " WRK-TOTAL-PENDENTES
                       " EXCECAO(OES) PENDENTE(S) PARA O CLIENTE"
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5200-VERIFICAR-JUROS THRU 5200-EXIT.
           IF JUROS-EM-APURACAO
               DISPLAY "ENCERRAMENTO RECUSADO - JUROS DEVEDORES EM "
                       "APURACAO NO MES: " WRK-SALDO-ED
               GO TO 5000-EXIT
           END-IF.
           IF COBRANCA-JUROS-PENDENTE
               DISPLAY "ENCERRAMENTO RECUSADO - COBRANCA DE JUROS "
                       "DEVEDORES PENDENTE: " WRK-SALDO-ED
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "CONFIRMA O ENCERRAMENTO DA CONTA? (S/N)".
           ACCEPT WRK-CONFIRMACAO.
           IF NOT CONFIRMACAO-SIM
               DISPLAY "ENCERRAMENTO CANCELADO"
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES           TO ALT-REGISTRO.
           SET ALT-CAMPO-STATUS  TO TRUE.
           MOVE CLI-STATUS       TO ALT-VALOR-ANTES.
           SET CLI-STATUS-ENCERRADO TO TRUE.
           MOVE CLI-STATUS       TO ALT-VALOR-DEPOIS.
           REWRITE CLI-REGISTRO.
           PERFORM 7000-GRAVAR-ALTERACAO THRU 7000-EXIT.
           DISPLAY "CONTA ENCERRADA".
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    5100-CONTAR-PENDENTES
      *    PERCORRE O ARQUIVO EXCECOES CONTANDO OS REGISTROS AINDA
      *    PENDENTES DE REVISAO QUE ENVOLVEM O CLIENTE.
      *-----------------------------------------------------------
       5100-CONTAR-PENDENTES.
           MOVE ZERO TO WRK-TOTAL-PENDENTES.
           SET NAO-FIM-DE-EXCECOES TO TRUE.
           OPEN INPUT EXCECOES.
           IF WRK-FS-EXCECOES = "35"
               SET FIM-DE-EXCECOES TO TRUE
           ELSE
               PERFORM 5110-LER-E-CONTAR-PENDENTE THRU 5110-EXIT
                   UNTIL FIM-DE-EXCECOES
               CLOSE EXCECOES
           END-IF.
       5100-EXIT.
           EXIT.

       5110-LER-E-CONTAR-PENDENTE.
           READ EXCECOES
               AT END
                   SET FIM-DE-EXCECOES TO TRUE
               NOT AT END
                   IF EXC-STATUS-PENDENTE
                       AND (EXC-CLIENTE-ID = WRK-CLIENTE-ID
                            OR EXC-CLIENTE-DESTINO = WRK-CLIENTE-ID)
                       ADD 1 TO WRK-TOTAL-PENDENTES
                   END-IF
           END-READ.
       5110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    5200-VERIFICAR-JUROS
      *    LE A APURACAO DE JUROS DEVEDORES DO CLIENTE. SEM ARQUIVO
      *    OU SEM REGISTRO, O CLIENTE NUNCA USOU O DESCOBERTO. O
      *    VALOR PENDENTE FICA EM WRK-SALDO-ED PARA A MENSAGEM.
      *-----------------------------------------------------------
       5200-VERIFICAR-JUROS.
           SET SEM-JUROS-PENDENTES TO TRUE.
           OPEN INPUT APURACAO-JUROS.
           IF WRK-FS-APURACAO = "35"
               GO TO 5200-EXIT
           END-IF.
           MOVE WRK-CLIENTE-ID TO JDV-CLIENTE-ID.
           READ APURACAO-JUROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JDV-COBRANCA-GERADA
                       SET COBRANCA-JUROS-PENDENTE TO TRUE
                       MOVE JDV-VALOR-COBRANCA TO WRK-SALDO-ED
                   END-IF
                   IF JDV-JUROS-ACUMULADOS > 0
                       SET JUROS-EM-APURACAO TO TRUE
                       MOVE JDV-JUROS-ACUMULADOS TO WRK-SALDO-ED
                   END-IF
           END-READ.
           CLOSE APURACAO-JUROS.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    7000-GRAVAR-ALTERACAO
      *    COMPLETA E GRAVA O REGISTRO DO LOG DE ALTERACOES, CUJOS
      *    CAMPO, VALOR ANTES E VALOR DEPOIS JA FORAM PREENCHIDOS
      *    PELO PARAGRAFO DA ALTERACAO.
      *-----------------------------------------------------------
       7000-GRAVAR-ALTERACAO.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-DATA-ATUAL   TO ALT-DATA.
           MOVE WRK-HORA-HHMMSS  TO ALT-HORA.
           MOVE WRK-CLIENTE-ID   TO ALT-CLIENTE-ID.
           MOVE WRK-JOB-ID       TO ALT-JOB-ID.
           WRITE ALT-REGISTRO.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    9999-FINALIZACAO
      *-----------------------------------------------------------
       9999-FINALIZACAO.
           CLOSE CLIENTE-MASTER.
           CLOSE LOG-ALTERACOES.
       9999-EXIT.
           EXIT.
