      *-----------------------------------------------------------
      *    PROGRAM-ID. CPFDUPL.
      *    RELATORIO DE CONFERENCIA DO CADASTRO DE PERFIL DOS
      *    CLIENTES (ARQUIVO CLIPERF, COPY PRFLAY), PARA O
      *    SANEAMENTO DOS CLIENTES JA EXISTENTES. PERCORRE O PERFIL
      *    NA ORDEM DA CHAVE ALTERNATIVA PRF-CPF E LISTA, AGRUPADOS
      *    POR CPF, OS CLIENTES QUE TEM O MESMO CPF DE OUTRO CLI-ID
      *    E, UM A UM, OS CPF CUJO DIGITO VERIFICADOR NAO CONFERE.
      *    DEPOIS PERCORRE O CLIENTE-MASTER E LISTA OS CLIENTES SEM
      *    PERFIL CADASTRADO. AGENCIA E SITUACAO DA CONTA VEM DO
      *    MASTER. O CADASTRO NOVO EM CLIENTES JA RECUSA CPF
      *    INVALIDO OU REPETIDO; ESTE RELATORIO ACHA OS CASOS
      *    ANTERIORES A ESSA VERIFICACAO.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-10-15  RPO    PROGRAMA CRIADO.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFDUPL.
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
           SELECT PERFIL-CLIENTE  ASSIGN TO "CLIPERF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CLIENTE-ID
               ALTERNATE RECORD KEY IS PRF-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-PERFIL.
           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WRK-FS-MASTER.
           SELECT RELATORIO-CPF   ASSIGN TO "CPFDUREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PERFIL-CLIENTE
           LABEL RECORD IS STANDARD.
           COPY PRFLAY.

       FD  CLIENTE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIMAST.

       FD  RELATORIO-CPF
           LABEL RECORD IS STANDARD.
           COPY CPDLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-PERFIL          PICTURE X(02) VALUE "00".
       01  WRK-FS-MASTER          PICTURE X(02) VALUE "00".
       01  WRK-FS-RELATORIO       PICTURE X(02) VALUE "00".
       01  WRK-PERFIL-FIM         PICTURE X(01) VALUE "N".
           88  FIM-DE-PERFIL             VALUE "S".
           88  NAO-FIM-DE-PERFIL         VALUE "N".
       01  WRK-MASTER-FIM         PICTURE X(01) VALUE "N".
           88  FIM-DE-MASTER             VALUE "S".
           88  NAO-FIM-DE-MASTER         VALUE "N".
       01  WRK-PRIMEIRA-LEITURA   PICTURE X(01) VALUE "S".
           88  E-PRIMEIRA-LEITURA        VALUE "S".
           88  NAO-E-PRIMEIRA-LEITURA    VALUE "N".
       01  WRK-DATA-ATUAL         PICTURE 9(08) VALUE ZEROS.
      *    PERFIL ANTERIOR NA ORDEM DE CPF, GUARDADO PARA QUE O
      *    PRIMEIRO CLIENTE DE UM GRUPO REPETIDO SEJA IMPRESSO SO
      *    QUANDO O SEGUNDO APARECE.
       01  WRK-ANTERIOR.
           05  WRK-ANT-CPF        PICTURE 9(11).
           05  WRK-ANT-CLIENTE-ID PICTURE 9(06).
           05  WRK-ANT-NOME       PICTURE X(60).
           05  WRK-ANT-NASCIMENTO PICTURE 9(08).
       01  WRK-ANTERIOR-LISTADO   PICTURE X(01) VALUE "N".
           88  ANTERIOR-JA-LISTADO       VALUE "S".
           88  ANTERIOR-NAO-LISTADO      VALUE "N".
       01  WRK-DETALHE.
           05  WRK-DET-CPF        PICTURE 9(11).
           05  WRK-DET-CLIENTE-ID PICTURE 9(06).
           05  WRK-DET-NOME       PICTURE X(60).
           05  WRK-DET-NASCIMENTO PICTURE 9(08).
           05  WRK-DET-SITUACAO   PICTURE X(15).
       01  WRK-CPF                PICTURE 9(11) VALUE ZEROS.
       01  WRK-CPF-R REDEFINES WRK-CPF.
           05  WRK-CPF-DIGITO     PICTURE 9(01) OCCURS 11 TIMES.
       01  WRK-CPF-SITUACAO       PICTURE X(01) VALUE "V".
           88  CPF-E-VALIDO              VALUE "V".
           88  CPF-DIGITO-INVALIDO       VALUE "D".
       01  WRK-CPF-QTDE-DIGITOS   PICTURE 9(02) COMP VALUE ZERO.
       01  WRK-CPF-SOMA           PICTURE 9(04) COMP VALUE ZERO.
       01  WRK-CPF-QUOCIENTE      PICTURE 9(04) COMP VALUE ZERO.
       01  WRK-CPF-RESTO          PICTURE 9(02) COMP VALUE ZERO.
       01  WRK-CPF-DV             PICTURE 9(02) COMP VALUE ZERO.
       01  WRK-CPF-PESO           PICTURE 9(02) COMP VALUE ZERO.
       01  WRK-CPF-REPETIDOS      PICTURE 9(02) COMP VALUE ZERO.
       01  WRK-SUB-CPF            PICTURE 9(02) COMP VALUE ZERO.
       01  WRK-TOTAL-PERFIS       PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-GRUPOS       PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-DUPLICADOS   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-DV-INVALIDO  PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-CLIENTES     PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-SEM-PERFIL   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TITULO.
           05  FILLER             PICTURE X(30)
               VALUE "CONFERENCIA DE CPF DO CADASTRO".
           05  FILLER             PICTURE X(24)
               VALUE " DE CLIENTES - EMITIDO: ".
           05  WRK-TIT-DATA       PICTURE 9(08).
       01  WRK-TITULO-COLUNAS.
           05  FILLER             PICTURE X(21)
               VALUE "CPF          CLIENTE ".
           05  FILLER             PICTURE X(30)
               VALUE "NOME COMPLETO                 ".
           05  FILLER             PICTURE X(12)
               VALUE SPACES.
           05  FILLER             PICTURE X(25)
               VALUE "AG  S  NASCIM.   SITUACAO".
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
           PERFORM 2000-POSICIONAR-PERFIL THRU 2000-EXIT.
           PERFORM 2100-CONFERIR-PERFIL THRU 2100-EXIT
               UNTIL FIM-DE-PERFIL.
           PERFORM 3000-POSICIONAR-MASTER THRU 3000-EXIT.
           PERFORM 3100-CONFERIR-CLIENTE THRU 3100-EXIT
               UNTIL FIM-DE-MASTER.
           PERFORM 4000-GRAVAR-TOTAIS THRU 4000-EXIT.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           OPEN INPUT PERFIL-CLIENTE.
           IF WRK-FS-PERFIL = "35"
               DISPLAY "ARQUIVO CLIPERF NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTE-MASTER.
           IF WRK-FS-MASTER = "35"
               DISPLAY "ARQUIVO CLIENTE-MASTER NAO ENCONTRADO"
               CLOSE PERFIL-CLIENTE
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-CPF.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           SET NAO-FIM-DE-PERFIL TO TRUE.
           SET NAO-FIM-DE-MASTER TO TRUE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1100-GRAVAR-CABECALHO
      *    TITULO COM A DATA DA EMISSAO E OS TITULOS DAS COLUNAS.
      *-----------------------------------------------------------
       1100-GRAVAR-CABECALHO.
           MOVE WRK-DATA-ATUAL TO WRK-TIT-DATA.
           MOVE SPACES         TO CPD-LINHA.
           MOVE WRK-TITULO     TO CPD-CAB-TEXTO.
           WRITE CPD-LINHA.
           MOVE SPACES         TO CPD-LINHA.
           WRITE CPD-LINHA.
           MOVE SPACES         TO CPD-LINHA.
           MOVE WRK-TITULO-COLUNAS TO CPD-CAB-TEXTO.
           WRITE CPD-LINHA.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2000-POSICIONAR-PERFIL
      *    POSICIONA O PERFIL NO MENOR CPF DA CHAVE ALTERNATIVA,
      *    PARA QUE A LEITURA SEQUENCIAL TRAGA OS REGISTROS DE UM
      *    MESMO CPF UM APOS O OUTRO.
      *-----------------------------------------------------------
       2000-POSICIONAR-PERFIL.
           MOVE ZEROS TO PRF-CPF.
           START PERFIL-CLIENTE KEY IS NOT < PRF-CPF
               INVALID KEY
                   SET FIM-DE-PERFIL TO TRUE
                   GO TO 2000-EXIT
           END-START.
           PERFORM 2050-LER-PERFIL THRU 2050-EXIT.
       2000-EXIT.
           EXIT.

       2050-LER-PERFIL.
           READ PERFIL-CLIENTE NEXT RECORD
               AT END
                   SET FIM-DE-PERFIL TO TRUE
           END-READ.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2100-CONFERIR-PERFIL
      *    CONFERE O DIGITO VERIFICADOR DO CPF E COMPARA COM O
      *    PERFIL ANTERIOR: NO SEGUNDO CLIENTE DE UM MESMO CPF, O
      *    GRUPO E ABERTO COM UMA LINHA EM BRANCO E O PRIMEIRO
      *    CLIENTE (GUARDADO EM WRK-ANTERIOR) E IMPRESSO ANTES DO
      *    ATUAL; DO TERCEIRO EM DIANTE SO O ATUAL E IMPRESSO.
      *-----------------------------------------------------------
       2100-CONFERIR-PERFIL.
           ADD 1 TO WRK-TOTAL-PERFIS.
           MOVE PRF-CPF TO WRK-CPF.
           PERFORM 5000-VALIDAR-DIGITOS-CPF THRU 5000-EXIT.
           IF CPF-DIGITO-INVALIDO
               MOVE PRF-CPF             TO WRK-DET-CPF
               MOVE PRF-CLIENTE-ID      TO WRK-DET-CLIENTE-ID
               MOVE PRF-NOME-COMPLETO   TO WRK-DET-NOME
               MOVE PRF-DATA-NASCIMENTO TO WRK-DET-NASCIMENTO
               MOVE "DV INVALIDO"       TO WRK-DET-SITUACAO
               PERFORM 2500-GRAVAR-DETALHE THRU 2500-EXIT
               ADD 1 TO WRK-TOTAL-DV-INVALIDO
           END-IF.
           IF NAO-E-PRIMEIRA-LEITURA
               AND PRF-CPF = WRK-ANT-CPF
               IF ANTERIOR-NAO-LISTADO
                   MOVE SPACES TO CPD-LINHA
                   WRITE CPD-LINHA
                   MOVE WRK-ANT-CPF        TO WRK-DET-CPF
                   MOVE WRK-ANT-CLIENTE-ID TO WRK-DET-CLIENTE-ID
                   MOVE WRK-ANT-NOME       TO WRK-DET-NOME
                   MOVE WRK-ANT-NASCIMENTO TO WRK-DET-NASCIMENTO
                   MOVE "CPF DUPLICADO"    TO WRK-DET-SITUACAO
                   PERFORM 2500-GRAVAR-DETALHE THRU 2500-EXIT
                   ADD 1 TO WRK-TOTAL-GRUPOS
                   ADD 1 TO WRK-TOTAL-DUPLICADOS
               END-IF
               MOVE PRF-CPF             TO WRK-DET-CPF
               MOVE PRF-CLIENTE-ID      TO WRK-DET-CLIENTE-ID
               MOVE PRF-NOME-COMPLETO   TO WRK-DET-NOME
               MOVE PRF-DATA-NASCIMENTO TO WRK-DET-NASCIMENTO
               MOVE "CPF DUPLICADO"     TO WRK-DET-SITUACAO
               PERFORM 2500-GRAVAR-DETALHE THRU 2500-EXIT
               ADD 1 TO WRK-TOTAL-DUPLICADOS
               SET ANTERIOR-JA-LISTADO TO TRUE
           ELSE
               SET ANTERIOR-NAO-LISTADO TO TRUE
           END-IF.
           SET NAO-E-PRIMEIRA-LEITURA TO TRUE.
           MOVE PRF-CPF             TO WRK-ANT-CPF.
           MOVE PRF-CLIENTE-ID      TO WRK-ANT-CLIENTE-ID.
           MOVE PRF-NOME-COMPLETO   TO WRK-ANT-NOME.
           MOVE PRF-DATA-NASCIMENTO TO WRK-ANT-NASCIMENTO.
           PERFORM 2050-LER-PERFIL THRU 2050-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2500-GRAVAR-DETALHE
      *    GRAVA A LINHA DO CLIENTE EM WRK-DETALHE, COM AGENCIA E
      *    SITUACAO DA CONTA LIDAS DO MASTER (EM BRANCO SE O
      *    CLIENTE NAO EXISTIR MAIS NO MASTER).
      *-----------------------------------------------------------
       2500-GRAVAR-DETALHE.
           MOVE SPACES             TO CPD-LINHA.
           MOVE WRK-DET-CPF        TO CPD-DET-CPF.
           MOVE WRK-DET-CLIENTE-ID TO CPD-DET-CLIENTE-ID.
           MOVE WRK-DET-NOME       TO CPD-DET-NOME.
           MOVE WRK-DET-NASCIMENTO TO CPD-DET-NASCIMENTO.
           MOVE WRK-DET-SITUACAO   TO CPD-DET-SITUACAO.
           MOVE WRK-DET-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE ZEROS       TO CPD-DET-AGENCIA
                   MOVE SPACES      TO CPD-DET-STATUS
               NOT INVALID KEY
                   MOVE CLI-AGENCIA TO CPD-DET-AGENCIA
                   MOVE CLI-STATUS  TO CPD-DET-STATUS
           END-READ.
           WRITE CPD-LINHA.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3000-POSICIONAR-MASTER
      *    ABRE A SEGUNDA PARTE DO RELATORIO - CLIENTES DO MASTER
      *    SEM PERFIL - E POSICIONA O MASTER NO PRIMEIRO CLI-ID.
      *-----------------------------------------------------------
       3000-POSICIONAR-MASTER.
           MOVE SPACES TO CPD-LINHA.
           WRITE CPD-LINHA.
           MOVE ZEROS TO CLI-ID.
           START CLIENTE-MASTER KEY IS NOT < CLI-ID
               INVALID KEY
                   SET FIM-DE-MASTER TO TRUE
                   GO TO 3000-EXIT
           END-START.
           PERFORM 3050-LER-MASTER THRU 3050-EXIT.
       3000-EXIT.
           EXIT.

       3050-LER-MASTER.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   SET FIM-DE-MASTER TO TRUE
           END-READ.
       3050-EXIT.
           EXIT.

       3100-CONFERIR-CLIENTE.
           ADD 1 TO WRK-TOTAL-CLIENTES.
           MOVE CLI-ID TO PRF-CLIENTE-ID.
           READ PERFIL-CLIENTE
               INVALID KEY
                   MOVE SPACES      TO CPD-LINHA
                   MOVE CLI-ID      TO CPD-DET-CLIENTE-ID
                   MOVE CLI-NOME    TO CPD-DET-NOME
                   MOVE CLI-AGENCIA TO CPD-DET-AGENCIA
                   MOVE CLI-STATUS  TO CPD-DET-STATUS
                   MOVE "SEM PERFIL" TO CPD-DET-SITUACAO
                   WRITE CPD-LINHA
                   ADD 1 TO WRK-TOTAL-SEM-PERFIL
           END-READ.
           PERFORM 3050-LER-MASTER THRU 3050-EXIT.
       3100-EXIT.
           EXIT.

       4000-GRAVAR-TOTAIS.
           MOVE SPACES TO CPD-LINHA.
           WRITE CPD-LINHA.
           MOVE SPACES TO CPD-LINHA.
           MOVE "PERFIS CONFERIDOS............:" TO CPD-TOT-TEXTO.
           MOVE WRK-TOTAL-PERFIS TO CPD-TOT-QTDE.
           WRITE CPD-LINHA.
           MOVE SPACES TO CPD-LINHA.
           MOVE "CPF REPETIDOS (GRUPOS).......:" TO CPD-TOT-TEXTO.
           MOVE WRK-TOTAL-GRUPOS TO CPD-TOT-QTDE.
           WRITE CPD-LINHA.
           MOVE SPACES TO CPD-LINHA.
           MOVE "CLIENTES COM CPF REPETIDO....:" TO CPD-TOT-TEXTO.
           MOVE WRK-TOTAL-DUPLICADOS TO CPD-TOT-QTDE.
           WRITE CPD-LINHA.
           MOVE SPACES TO CPD-LINHA.
           MOVE "CPF COM DV INVALIDO..........:" TO CPD-TOT-TEXTO.
           MOVE WRK-TOTAL-DV-INVALIDO TO CPD-TOT-QTDE.
           WRITE CPD-LINHA.
           MOVE SPACES TO CPD-LINHA.
           MOVE "CLIENTES DO MASTER SEM PERFIL:" TO CPD-TOT-TEXTO.
           MOVE WRK-TOTAL-SEM-PERFIL TO CPD-TOT-QTDE.
           WRITE CPD-LINHA.
           DISPLAY "PERFIS CONFERIDOS..........: " WRK-TOTAL-PERFIS.
           DISPLAY "CLIENTES COM CPF REPETIDO..: "
                   WRK-TOTAL-DUPLICADOS.
           DISPLAY "CPF COM DV INVALIDO........: "
                   WRK-TOTAL-DV-INVALIDO.
           DISPLAY "CLIENTES SEM PERFIL........: "
                   WRK-TOTAL-SEM-PERFIL.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    5000-VALIDAR-DIGITOS-CPF
      *    CONFERE OS DOIS DIGITOS VERIFICADORES DO CPF EM WRK-CPF
      *    (MODULO 11, MESMA REGRA DO CADASTRO EM CLIANT.COB). CPF
      *    COM OS ONZE DIGITOS IGUAIS E TRATADO COMO INVALIDO.
      *-----------------------------------------------------------
       5000-VALIDAR-DIGITOS-CPF.
           SET CPF-E-VALIDO TO TRUE.
           MOVE ZERO TO WRK-CPF-REPETIDOS.
           PERFORM 5005-CONTAR-DIGITO-REPETIDO THRU 5005-EXIT
               VARYING WRK-SUB-CPF FROM 2 BY 1
               UNTIL WRK-SUB-CPF > 11.
           IF WRK-CPF-REPETIDOS = 10
               SET CPF-DIGITO-INVALIDO TO TRUE
               GO TO 5000-EXIT
           END-IF.
           MOVE 9 TO WRK-CPF-QTDE-DIGITOS.
           PERFORM 5010-CALCULAR-DIGITO-CPF THRU 5010-EXIT.
           IF WRK-CPF-DV NOT = WRK-CPF-DIGITO (10)
               SET CPF-DIGITO-INVALIDO TO TRUE
               GO TO 5000-EXIT
           END-IF.
           MOVE 10 TO WRK-CPF-QTDE-DIGITOS.
           PERFORM 5010-CALCULAR-DIGITO-CPF THRU 5010-EXIT.
           IF WRK-CPF-DV NOT = WRK-CPF-DIGITO (11)
               SET CPF-DIGITO-INVALIDO TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

       5005-CONTAR-DIGITO-REPETIDO.
           IF WRK-CPF-DIGITO (WRK-SUB-CPF) = WRK-CPF-DIGITO (1)
               ADD 1 TO WRK-CPF-REPETIDOS
           END-IF.
       5005-EXIT.
           EXIT.

       5010-CALCULAR-DIGITO-CPF.
           MOVE ZERO TO WRK-CPF-SOMA.
           PERFORM 5015-SOMAR-DIGITO-CPF THRU 5015-EXIT
               VARYING WRK-SUB-CPF FROM 1 BY 1
               UNTIL WRK-SUB-CPF > WRK-CPF-QTDE-DIGITOS.
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-QUOCIENTE
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE ZERO TO WRK-CPF-DV
           ELSE
               COMPUTE WRK-CPF-DV = 11 - WRK-CPF-RESTO
           END-IF.
       5010-EXIT.
           EXIT.

       5015-SOMAR-DIGITO-CPF.
           COMPUTE WRK-CPF-PESO =
               WRK-CPF-QTDE-DIGITOS + 2 - WRK-SUB-CPF.
           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
               + WRK-CPF-DIGITO (WRK-SUB-CPF) * WRK-CPF-PESO.
       5015-EXIT.
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
           MOVE "CPFDUPL"              TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE ZEROS                  TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           MOVE WRK-TOTAL-PERFIS       TO LOG-QTDE-LIDOS.
           MOVE WRK-TOTAL-DUPLICADOS   TO LOG-QTDE-GRAVADOS.
           MOVE WRK-TOTAL-DV-INVALIDO  TO LOG-QTDE-REJEITADOS.
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
           CLOSE PERFIL-CLIENTE.
           CLOSE CLIENTE-MASTER.
           CLOSE RELATORIO-CPF.
       9999-EXIT.
           EXIT.
