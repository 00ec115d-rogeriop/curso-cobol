      *-----------------------------------------------------------
      *    PROGRAM-ID. HISINDEX.
      *    RECRIA O INDICE DO HISTORICO DE TRANSACOES (ARQUIVO
      *    HISTIDX, COPY HIXLAY), INDEXADO POR CLIENTE E DATA, A
      *    PARTIR DO HISTORICO SEQUENCIAL. E EXECUTADO UMA VEZ ANTES
      *    DO PRIMEIRO USO DO INDICE E SEMPRE QUE ELE PRECISAR SER
      *    REFEITO (INDICE PERDIDO OU FALHA DE GRAVACAO INFORMADA
      *    POR CLIENTES OU EXCREVIS). DOIS MODOS:
      *      R (RECRIAR)    - CRIA O INDICE VAZIO E CARREGA O
      *                       ARQUIVO MORTO HISARQV, SE PRESENTE, E
      *                       DEPOIS TODO O TRANHIST;
      *      A (ACRESCENTAR)- ACRESCENTA AO INDICE EXISTENTE SO O
      *                       ARQUIVO MORTO HISARQV, PARA CARREGAR
      *                       OS ARQUIVOS MORTOS GUARDADOS DE
      *                       EXPURGOS ANTERIORES, UM POR EXECUCAO
      *                       (RENOMEADO DE VOLTA PARA HISARQV).
      *    OS REGISTROS CARREGADOS RECEBEM EM HIX-HORA-GRAVACAO A
      *    HORA DE INICIO DESTA EXECUCAO E HIX-SEQUENCIA NA ORDEM DE
      *    LEITURA, O QUE MANTEM A ORDEM EM QUE FORAM POSTADOS SEM
      *    COLIDIR COM AS CHAVES GRAVADAS POR OUTRAS EXECUCOES.
      *    NO MODO R O ARQUIVO MORTO E O TRANHIST TEM DE COBRIR
      *    PERIODOS DISTINTOS: SE AS FAIXAS DE DATAS DOS DOIS SE
      *    SOBREPOEM, NADA E CARREGADO, O INDICE ANTERIOR NAO E
      *    APAGADO E A EXECUCAO TERMINA COM RETURN-CODE 8.
      *    UM LANCAMENTO QUE JA ESTA NO INDICE, GRAVADO POR OUTRA
      *    EXECUCAO - MESMO CLIENTE, DATA, OPERACAO, VALOR, ORIGEM
      *    E CONTRAPARTE - E O MESMO ARQUIVO MORTO CARREGADO DUAS
      *    VEZES NO MODO A: ELE NAO E GRAVADO DE NOVO, E CONTADO, E
      *    A EXECUCAO TERMINA COM RETURN-CODE 4. LANCAMENTOS IGUAIS
      *    DENTRO DA PROPRIA CARGA (DOIS SAQUES DO MESMO VALOR NO
      *    MESMO DIA) SAO TODOS GRAVADOS.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-15  RPO    PROGRAMA CRIADO.
      *    2026-10-15  RPO    LANCAMENTO JA INDEXADO POR OUTRA CARGA E
      *                       DESPREZADO; NO MODO R, ARQUIVO MORTO
      *                       SOBREPOSTO AO TRANHIST ABORTA COM
      *                       RETURN-CODE 8; CHAVE COM A HORA DA
      *                       EXECUCAO.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISINDEX.
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
           SELECT TRANSACOES-HISTORICO ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT HIS-ARQUIVO     ASSIGN TO "HISARQV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HIS-ARQUIVO.
           SELECT INDICE-HISTORICO ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WRK-FS-HIST-IDX.
           SELECT PARAMETROS      ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACOES-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY THSLAY.

      *    ARQUIVO MORTO GERADO POR EXPURGO, NO MESMO LAYOUT DE
      *    TRANSACOES-HISTORICO.
       FD  HIS-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY THSLAY REPLACING
               ==HIS-REGISTRO==      BY ==HAR-REGISTRO==
               ==HIS-DATA==          BY ==HAR-DATA==
               ==HIS-CLIENTE-ID==    BY ==HAR-CLIENTE-ID==
               ==HIS-COD-OPERACAO==  BY ==HAR-COD-OPERACAO==
               ==HIS-VALOR==         BY ==HAR-VALOR==
               ==HIS-DATA-ORIGEM==   BY ==HAR-DATA-ORIGEM==
               ==HIS-OPER-ORIGEM==   BY ==HAR-OPER-ORIGEM==
               ==HIS-CONTRAPARTE==   BY ==HAR-CONTRAPARTE==.

       FD  INDICE-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY HIXLAY.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PRMLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-HISTORICO   PICTURE X(02) VALUE "00".
       01  WRK-FS-HIS-ARQUIVO PICTURE X(02) VALUE "00".
       01  WRK-FS-HIST-IDX    PICTURE X(02) VALUE "00".
       01  WRK-FS-PARAMETROS  PICTURE X(02) VALUE "00".
       01  WRK-HISTORICO-FIM  PICTURE X(01) VALUE "N".
           88  FIM-DE-HISTORICO         VALUE "S".
           88  NAO-FIM-DE-HISTORICO     VALUE "N".
       01  WRK-ARQUIVO-FIM    PICTURE X(01) VALUE "N".
           88  FIM-DE-ARQUIVO           VALUE "S".
           88  NAO-FIM-DE-ARQUIVO       VALUE "N".
       01  WRK-MODO-CARGA     PICTURE X(01) VALUE SPACES.
           88  MODO-RECRIAR             VALUE "R".
           88  MODO-ACRESCENTAR         VALUE "A".
           88  MODO-E-VALIDO            VALUE "R" "A".
       01  WRK-NOME-PROGRAMA  PICTURE X(08) VALUE "HISINDEX".
       01  WRK-PARM-PRESENTE  PICTURE X(01) VALUE "N".
           88  PARM-PRESENTE             VALUE "S".
           88  PARM-AUSENTE              VALUE "N".
       01  WRK-PARM-FIM       PICTURE X(01) VALUE "N".
           88  FIM-DE-PARAMETROS         VALUE "S".
           88  NAO-FIM-DE-PARAMETROS     VALUE "N".
       01  WRK-PARM-MODO      PICTURE X(08) VALUE SPACES.
       01  WRK-HIX-SEQUENCIA  PICTURE 9(08) COMP VALUE ZERO.
       01  WRK-ARQUIVO-LIDOS  PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-HISTORICO-LIDOS PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-TOTAL-GRAVADOS PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-TOTAL-REPETIDOS PICTURE 9(07) COMP VALUE ZERO.
      *    FAIXAS DE DATAS DO ARQUIVO MORTO E DO TRANHIST, CONFERIDAS
      *    NO MODO R ANTES DE O INDICE SER APAGADO (1500).
       01  WRK-MENOR-DATA-ARQUIVO  PICTURE 9(08) VALUE ZEROS.
       01  WRK-MAIOR-DATA-ARQUIVO  PICTURE 9(08) VALUE ZEROS.
       01  WRK-MENOR-DATA-HISTORICO PICTURE 9(08) VALUE ZEROS.
       01  WRK-MAIOR-DATA-HISTORICO PICTURE 9(08) VALUE ZEROS.
      *    LANCAMENTO A GRAVAR, GUARDADO DURANTE A PROCURA DE UM
      *    IGUAL JA INDEXADO (4100), QUE USA A AREA DO REGISTRO.
       01  WRK-HIX-CANDIDATO.
           05  WRK-CAN-CLIENTE-ID     PICTURE 9(06).
           05  WRK-CAN-DATA           PICTURE 9(08).
           05  WRK-CAN-HORA-GRAVACAO  PICTURE 9(08).
           05  WRK-CAN-SEQUENCIA      PICTURE 9(08).
           05  WRK-CAN-COD-OPERACAO   PICTURE X(08).
           05  WRK-CAN-VALOR          PICTURE S9(05)V99.
           05  WRK-CAN-DATA-ORIGEM    PICTURE 9(08).
           05  WRK-CAN-OPER-ORIGEM    PICTURE X(08).
           05  WRK-CAN-CONTRAPARTE    PICTURE 9(06).
       01  WRK-INDICE-FIM     PICTURE X(01) VALUE "N".
           88  FIM-DE-INDICE            VALUE "S".
           88  NAO-FIM-DE-INDICE        VALUE "N".
       01  WRK-LANCAMENTO-REPETIDO PICTURE X(01) VALUE "N".
           88  LANCAMENTO-REPETIDO      VALUE "S".
           88  LANCAMENTO-NOVO          VALUE "N".
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
           PERFORM 1300-LER-PARAMETROS THRU 1300-EXIT.
           PERFORM 1200-OBTER-MODO THRU 1200-EXIT.
           IF MODO-RECRIAR
               PERFORM 1500-VERIFICAR-PERIODOS THRU 1500-EXIT
           END-IF.
           PERFORM 1100-ABRIR-INDICE THRU 1100-EXIT.
           PERFORM 2000-CARREGAR-ARQUIVO-MORTO THRU 2000-EXIT.
           IF MODO-RECRIAR
               PERFORM 3000-CARREGAR-HISTORICO THRU 3000-EXIT
           END-IF.
           CLOSE INDICE-HISTORICO.
           IF WRK-TOTAL-REPETIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1100-ABRIR-INDICE
      *    NO MODO R O INDICE E CRIADO DE NOVO, DESCARTANDO O
      *    CONTEUDO ANTERIOR; NO MODO A ELE E ABERTO PARA
      *    ACRESCIMO (E CRIADO SE AINDA NAO EXISTIR). O HISTORICO
      *    NAO ESTA NA ORDEM DA CHAVE, POR ISSO O INDICE E GRAVADO
      *    EM ACESSO ALEATORIO PELA CHAVE COMPLETA; O ACESSO E
      *    DINAMICO PARA A PROCURA DE LANCAMENTO REPETIDO (4100).
      *-----------------------------------------------------------
       1100-ABRIR-INDICE.
           IF MODO-RECRIAR
               OPEN OUTPUT INDICE-HISTORICO
               CLOSE INDICE-HISTORICO
           END-IF.
           OPEN I-O INDICE-HISTORICO.
           IF WRK-FS-HIST-IDX = "35"
               OPEN OUTPUT INDICE-HISTORICO
               CLOSE INDICE-HISTORICO
               OPEN I-O INDICE-HISTORICO
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1200-OBTER-MODO
      *    COM CARTAO DE PARAMETRO, VALIDA O MODO DO CARTAO (VAZIO
      *    = R); SEM CARTAO, RE-EXIBE O PROMPT ATE QUE SEJA
      *    DIGITADO R OU A.
      *-----------------------------------------------------------
       1200-OBTER-MODO.
           IF PARM-PRESENTE
               PERFORM 1220-VERIFICA-MODO-PARM THRU 1220-EXIT
           ELSE
               PERFORM 1210-ACEITA-E-VERIFICA-MODO THRU 1210-EXIT
                   UNTIL MODO-E-VALIDO
           END-IF.
       1200-EXIT.
           EXIT.

       1210-ACEITA-E-VERIFICA-MODO.
           DISPLAY "(R)ECRIAR O INDICE DO HISTORICO OU (A)CRESCENTAR "
                   "O ARQUIVO MORTO HISARQV?".
           ACCEPT WRK-MODO-CARGA.
           INSPECT WRK-MODO-CARGA CONVERTING "ra" TO "RA".
           IF NOT MODO-E-VALIDO
               DISPLAY "VALOR INVALIDO - DIGITE R OU A"
           END-IF.
       1210-EXIT.
           EXIT.

       1220-VERIFICA-MODO-PARM.
           IF WRK-PARM-MODO = SPACES
               MOVE "R" TO WRK-MODO-CARGA
           ELSE
               MOVE WRK-PARM-MODO TO WRK-MODO-CARGA
           END-IF.
           IF NOT MODO-E-VALIDO
               OR WRK-PARM-MODO (2:7) NOT = SPACES
               DISPLAY "PARAMETRO DE MODO INVALIDO NO CARTAO (USE R "
                       "OU A) - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
       1220-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1300-LER-PARAMETROS
      *    PROCURA NO ARQUIVO DE CARTOES DE PARAMETRO O REGISTRO
      *    DESTE PROGRAMA (PRM-PROGRAMA = HISINDEX), PARA QUE UMA
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
                       MOVE PRM-PARM-1 TO WRK-PARM-MODO
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1500-VERIFICAR-PERIODOS
      *    NO MODO R, LE O ARQUIVO MORTO E O TRANHIST SO PARA OBTER
      *    A MENOR E A MAIOR DATA DE CADA UM. COM OS DOIS ARQUIVOS
      *    PRESENTES E AS FAIXAS SOBREPOSTAS, O HISARQV NAO E O
      *    EXPURGO ANTERIOR A ESTE TRANHIST (OU TEM LANCAMENTOS EM
      *    COMUM COM ELE): A EXECUCAO E ABORTADA COM RETURN-CODE 8,
      *    ANTES DE O INDICE SER RECRIADO.
      *-----------------------------------------------------------
       1500-VERIFICAR-PERIODOS.
           MOVE 99999999 TO WRK-MENOR-DATA-ARQUIVO
                            WRK-MENOR-DATA-HISTORICO.
           MOVE ZEROS    TO WRK-MAIOR-DATA-ARQUIVO
                            WRK-MAIOR-DATA-HISTORICO.
           OPEN INPUT HIS-ARQUIVO.
           IF WRK-FS-HIS-ARQUIVO = "35"
               GO TO 1500-EXIT
           END-IF.
           SET NAO-FIM-DE-ARQUIVO TO TRUE.
           PERFORM 1510-LER-DATA-ARQUIVO THRU 1510-EXIT
               UNTIL FIM-DE-ARQUIVO.
           CLOSE HIS-ARQUIVO.
           OPEN INPUT TRANSACOES-HISTORICO.
           IF WRK-FS-HISTORICO = "35"
               GO TO 1500-EXIT
           END-IF.
           SET NAO-FIM-DE-HISTORICO TO TRUE.
           PERFORM 1520-LER-DATA-HISTORICO THRU 1520-EXIT
               UNTIL FIM-DE-HISTORICO.
           CLOSE TRANSACOES-HISTORICO.
           IF WRK-MAIOR-DATA-ARQUIVO NOT < WRK-MENOR-DATA-HISTORICO
               AND WRK-MENOR-DATA-ARQUIVO
                   NOT > WRK-MAIOR-DATA-HISTORICO
               DISPLAY "ARQUIVO MORTO HISARQV (" WRK-MENOR-DATA-ARQUIVO
                       " A " WRK-MAIOR-DATA-ARQUIVO ") SOBREPOE O "
                       "TRANHIST (" WRK-MENOR-DATA-HISTORICO " A "
                       WRK-MAIOR-DATA-HISTORICO ")"
               DISPLAY "INDICE NAO RECRIADO - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
       1500-EXIT.
           EXIT.

       1510-LER-DATA-ARQUIVO.
           READ HIS-ARQUIVO
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF HAR-DATA < WRK-MENOR-DATA-ARQUIVO
                       MOVE HAR-DATA TO WRK-MENOR-DATA-ARQUIVO
                   END-IF
                   IF HAR-DATA > WRK-MAIOR-DATA-ARQUIVO
                       MOVE HAR-DATA TO WRK-MAIOR-DATA-ARQUIVO
                   END-IF
           END-READ.
       1510-EXIT.
           EXIT.

       1520-LER-DATA-HISTORICO.
           READ TRANSACOES-HISTORICO
               AT END
                   SET FIM-DE-HISTORICO TO TRUE
               NOT AT END
                   IF HIS-DATA < WRK-MENOR-DATA-HISTORICO
                       MOVE HIS-DATA TO WRK-MENOR-DATA-HISTORICO
                   END-IF
                   IF HIS-DATA > WRK-MAIOR-DATA-HISTORICO
                       MOVE HIS-DATA TO WRK-MAIOR-DATA-HISTORICO
                   END-IF
           END-READ.
       1520-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2000-CARREGAR-ARQUIVO-MORTO
      *    O ARQUIVO MORTO E CARREGADO ANTES DO TRANHIST PORQUE
      *    SEUS LANCAMENTOS SAO MAIS ANTIGOS. SEM HISARQV, O MODO R
      *    SEGUE SO COM O TRANHIST; NO MODO A NAO HA O QUE
      *    ACRESCENTAR E A EXECUCAO TERMINA COM RETURN-CODE 4.
      *-----------------------------------------------------------
       2000-CARREGAR-ARQUIVO-MORTO.
           OPEN INPUT HIS-ARQUIVO.
           IF WRK-FS-HIS-ARQUIVO = "35"
               DISPLAY "ARQUIVO MORTO HISARQV NAO ENCONTRADO - "
                       "NENHUM LANCAMENTO EXPURGADO CARREGADO"
               IF MODO-ACRESCENTAR
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF.
           SET NAO-FIM-DE-ARQUIVO TO TRUE.
           PERFORM 2100-LER-ARQUIVO-MORTO THRU 2100-EXIT.
           PERFORM 2200-INDEXAR-ARQUIVO-MORTO THRU 2200-EXIT
               UNTIL FIM-DE-ARQUIVO.
           CLOSE HIS-ARQUIVO.
       2000-EXIT.
           EXIT.

       2100-LER-ARQUIVO-MORTO.
           READ HIS-ARQUIVO
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-ARQUIVO-LIDOS
           END-READ.
       2100-EXIT.
           EXIT.

       2200-INDEXAR-ARQUIVO-MORTO.
           MOVE HAR-CLIENTE-ID    TO HIX-CLIENTE-ID.
           MOVE HAR-DATA          TO HIX-DATA.
           MOVE HAR-COD-OPERACAO  TO HIX-COD-OPERACAO.
           MOVE HAR-VALOR         TO HIX-VALOR.
           MOVE HAR-DATA-ORIGEM   TO HIX-DATA-ORIGEM.
           MOVE HAR-OPER-ORIGEM   TO HIX-OPER-ORIGEM.
           MOVE HAR-CONTRAPARTE   TO HIX-CONTRAPARTE.
           PERFORM 4000-GRAVAR-INDICE THRU 4000-EXIT.
           PERFORM 2100-LER-ARQUIVO-MORTO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3000-CARREGAR-HISTORICO
      *-----------------------------------------------------------
       3000-CARREGAR-HISTORICO.
           OPEN INPUT TRANSACOES-HISTORICO.
           IF WRK-FS-HISTORICO = "35"
               DISPLAY "ARQUIVO TRANSACOES-HISTORICO NAO ENCONTRADO "
                       "- INDICE FICA SO COM O ARQUIVO MORTO"
               GO TO 3000-EXIT
           END-IF.
           SET NAO-FIM-DE-HISTORICO TO TRUE.
           PERFORM 3100-LER-HISTORICO THRU 3100-EXIT.
           PERFORM 3200-INDEXAR-HISTORICO THRU 3200-EXIT
               UNTIL FIM-DE-HISTORICO.
           CLOSE TRANSACOES-HISTORICO.
       3000-EXIT.
           EXIT.

       3100-LER-HISTORICO.
           READ TRANSACOES-HISTORICO
               AT END
                   SET FIM-DE-HISTORICO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-HISTORICO-LIDOS
           END-READ.
       3100-EXIT.
           EXIT.

       3200-INDEXAR-HISTORICO.
           MOVE HIS-CLIENTE-ID    TO HIX-CLIENTE-ID.
           MOVE HIS-DATA          TO HIX-DATA.
           MOVE HIS-COD-OPERACAO  TO HIX-COD-OPERACAO.
           MOVE HIS-VALOR         TO HIX-VALOR.
           MOVE HIS-DATA-ORIGEM   TO HIX-DATA-ORIGEM.
           MOVE HIS-OPER-ORIGEM   TO HIX-OPER-ORIGEM.
           MOVE HIS-CONTRAPARTE   TO HIX-CONTRAPARTE.
           PERFORM 4000-GRAVAR-INDICE THRU 4000-EXIT.
           PERFORM 3100-LER-HISTORICO THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    4000-GRAVAR-INDICE
      *    PROCURA NO INDICE O MESMO LANCAMENTO GRAVADO POR OUTRA
      *    EXECUCAO; SE NAO HOUVER, COMPLETA A CHAVE (HORA DE INICIO
      *    DESTA EXECUCAO, SEQUENCIA DE LEITURA) E GRAVA O REGISTRO.
      *    LANCAMENTO OU CHAVE REPETIDOS SAO CONTADOS E O REGISTRO E
      *    DESPREZADO.
      *-----------------------------------------------------------
       4000-GRAVAR-INDICE.
           MOVE HIX-REGISTRO TO WRK-HIX-CANDIDATO.
           PERFORM 4100-PROCURAR-REPETIDO THRU 4100-EXIT.
           IF LANCAMENTO-REPETIDO
               ADD 1 TO WRK-TOTAL-REPETIDOS
               GO TO 4000-EXIT
           END-IF.
           MOVE WRK-HIX-CANDIDATO TO HIX-REGISTRO.
           ADD 1 TO WRK-HIX-SEQUENCIA.
           MOVE WRK-LOG-HORA-INICIO TO HIX-HORA-GRAVACAO.
           MOVE WRK-HIX-SEQUENCIA   TO HIX-SEQUENCIA.
           WRITE HIX-REGISTRO
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-REPETIDOS
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
           END-WRITE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    4100-PROCURAR-REPETIDO
      *    POSICIONA NOS LANCAMENTOS DO CLIENTE NA DATA E COMPARA
      *    OPERACAO, VALOR, ORIGEM E CONTRAPARTE. OS GRAVADOS POR
      *    ESTA EXECUCAO (MESMA HORA DE GRAVACAO) NAO CONTAM.
      *-----------------------------------------------------------
       4100-PROCURAR-REPETIDO.
           SET LANCAMENTO-NOVO TO TRUE.
           SET NAO-FIM-DE-INDICE TO TRUE.
           MOVE WRK-CAN-CLIENTE-ID TO HIX-CLIENTE-ID.
           MOVE WRK-CAN-DATA       TO HIX-DATA.
           MOVE ZEROS              TO HIX-HORA-GRAVACAO.
           MOVE ZEROS              TO HIX-SEQUENCIA.
           START INDICE-HISTORICO KEY IS NOT < HIX-CHAVE
               INVALID KEY
                   GO TO 4100-EXIT
           END-START.
           PERFORM 4110-LER-INDICE THRU 4110-EXIT
               UNTIL FIM-DE-INDICE OR LANCAMENTO-REPETIDO.
       4100-EXIT.
           EXIT.

       4110-LER-INDICE.
           READ INDICE-HISTORICO NEXT RECORD
               AT END
                   SET FIM-DE-INDICE TO TRUE
                   GO TO 4110-EXIT
           END-READ.
           IF HIX-CLIENTE-ID NOT = WRK-CAN-CLIENTE-ID
               OR HIX-DATA NOT = WRK-CAN-DATA
               SET FIM-DE-INDICE TO TRUE
               GO TO 4110-EXIT
           END-IF.
           IF HIX-HORA-GRAVACAO NOT = WRK-LOG-HORA-INICIO
               AND HIX-COD-OPERACAO = WRK-CAN-COD-OPERACAO
               AND HIX-VALOR = WRK-CAN-VALOR
               AND HIX-DATA-ORIGEM = WRK-CAN-DATA-ORIGEM
               AND HIX-OPER-ORIGEM = WRK-CAN-OPER-ORIGEM
               AND HIX-CONTRAPARTE = WRK-CAN-CONTRAPARTE
               SET LANCAMENTO-REPETIDO TO TRUE
           END-IF.
       4110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8900-EXIBIR-RESUMO
      *-----------------------------------------------------------
       8900-EXIBIR-RESUMO.
           DISPLAY "-------------------------------------------".
           DISPLAY "MODO DE CARGA..............: " WRK-MODO-CARGA.
           DISPLAY "LIDOS DO ARQUIVO MORTO.....: " WRK-ARQUIVO-LIDOS.
           DISPLAY "LIDOS DE TRANHIST..........: "
                   WRK-HISTORICO-LIDOS.
           DISPLAY "GRAVADOS NO INDICE.........: " WRK-TOTAL-GRAVADOS.
           DISPLAY "REPETIDOS DESPREZADOS......: "
                   WRK-TOTAL-REPETIDOS.
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
           MOVE "HISINDEX"             TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           COMPUTE LOG-QTDE-LIDOS = WRK-ARQUIVO-LIDOS
               + WRK-HISTORICO-LIDOS.
           MOVE WRK-TOTAL-GRAVADOS     TO LOG-QTDE-GRAVADOS.
           MOVE WRK-TOTAL-REPETIDOS    TO LOG-QTDE-REJEITADOS.
           WRITE LOG-REGISTRO.
           IF WRK-FS-LOG NOT = "00"
               DISPLAY "ERRO AO GRAVAR LOG DE EXECUCOES - STATUS "
                       WRK-FS-LOG
           END-IF.
           CLOSE LOG-EXECUCAO.
       9800-EXIT.
           EXIT.
