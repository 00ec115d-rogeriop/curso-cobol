      *                       DE DESTINO INFORMADO, DIFERENTE DA
      *                       ORIGEM E EXISTENTE NO MASTER OU EM
      *                       CLIENTE-INPUT.
      *    2026-10-14  RPO    CADA EXECUCAO, NORMAL OU ABORTADA, PASSA
      *                       A SER REGISTRADA NO LOG DE EXECUCOES
      *                       (COPY LOGLAY) COM HORARIOS, RETURN-
      *                       CODE E CONTAGENS, E A DATA DO ARQUIVO
      *                       VALIDADO (TCT-DATA-ARQUIVO DE TRANCTL).
      *                       QUANTIDADE E SOMA LIDAS PASSAM A SER
      *                       CONFERIDAS COM TRANCTL; DIVERGENCIA
      *                       DEVOLVE RETURN-CODE 4, POIS O ARQUIVO
      *                       VALIDADO NAO E O QUE CLIENTES APLICARA.
      *    2026-10-14  RPO    ACEITA A OPERACAO JUROSDEV (JUROS
      *                       DEVEDORES, GERADA POR JURODEV), TAMBEM
      *                       COMO OPERACAO DE ORIGEM DE ESTORNO.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANEDIT.
           SELECT RELATORIO-EDICAO ASSIGN TO "TRANEDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EDICAO.
           SELECT TRANSACOES-CONTROLE ASSIGN TO "TRANCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANCTL.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY EDTLAY.

       FD  TRANSACOES-CONTROLE
           LABEL RECORD IS STANDARD.
           COPY TCTLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-TRANSACOES PICTURE X(02) VALUE "00".
       01  WRK-FS-MASTER     PICTURE X(02) VALUE "00".
                   ASCENDING KEY IS WRK-ENT-CLIENTE-ID-TAB
                   INDEXED BY WRK-IDX-ENTRADA.
               10  WRK-ENT-CLIENTE-ID-TAB PICTURE 9(06).
       01  WRK-FS-TRANCTL     PICTURE X(02) VALUE "00".
       01  WRK-TRANCTL-PRESENTE PICTURE X(01) VALUE "N".
           88  TRANCTL-PRESENTE          VALUE "S".
           88  TRANCTL-AUSENTE           VALUE "N".
       01  WRK-CONTROLE-CONFERE PICTURE X(01) VALUE "S".
           88  CONTROLE-CONFERE          VALUE "S".
           88  CONTROLE-NAO-CONFERE      VALUE "N".
       01  WRK-TCT-DATA-ARQUIVO   PICTURE 9(08) VALUE ZEROS.
       01  WRK-TCT-QTDE-ESPERADA  PICTURE 9(06) VALUE ZEROS.
       01  WRK-TCT-SOMA-ESPERADA  PICTURE S9(11)V99 VALUE ZEROS.
       01  WRK-TRN-SOMA-LIDA      PICTURE S9(11)V99 VALUE ZEROS.
       01  WRK-FS-LOG             PICTURE X(02) VALUE "00".
       01  WRK-LOG-DATA           PICTURE 9(08) VALUE ZEROS.
       01  WRK-LOG-HORA-INICIO    PICTURE 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.

      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA-INICIO FROM TIME.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           PERFORM 5000-LER-TRANSACAO THRU 5000-EXIT.
           PERFORM 5100-VALIDAR-TRANSACAO THRU 5100-EXIT
               UNTIL FIM-DE-TRANSACOES.
           PERFORM 5600-CONFERIR-CONTROLE THRU 5600-EXIT.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
           IF WRK-TOTAL-REJEITADOS > 0
               OR CONTROLE-NAO-CONFERE
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
               DISPLAY "ARQUIVO TRANSACOES NAO ENCONTRADO - NADA A "
                       "VALIDAR"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTE-MASTER.
           END-IF.
           OPEN OUTPUT RELATORIO-EDICAO.
           SET NAO-FIM-DE-TRANSACOES TO TRUE.
           PERFORM 1600-LER-CONTROLE THRU 1600-EXIT.
           PERFORM 1500-CARREGAR-CLIENTE-INPUT THRU 1500-EXIT.
       1000-EXIT.
           EXIT.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1600-LER-CONTROLE
      *    DATA E TOTAIS DE PROVA DO ARQUIVO DO DIA (TRANCTL). A
      *    DATA IDENTIFICA ESTA VALIDACAO NO LOG DE EXECUCOES, ONDE
      *    CLIENTES A PROCURA ANTES DE APLICAR O ARQUIVO.
      *-----------------------------------------------------------
       1600-LER-CONTROLE.
           SET TRANCTL-AUSENTE TO TRUE.
           OPEN INPUT TRANSACOES-CONTROLE.
           IF WRK-FS-TRANCTL = "35"
               DISPLAY "ARQUIVO TRANCTL NAO ENCONTRADO - VALIDACAO "
                       "REGISTRADA SEM DATA DE ARQUIVO"
           ELSE
               READ TRANSACOES-CONTROLE
                   AT END
                       DISPLAY "ARQUIVO TRANCTL VAZIO - VALIDACAO "
                               "REGISTRADA SEM DATA DE ARQUIVO"
                   NOT AT END
                       SET TRANCTL-PRESENTE TO TRUE
                       MOVE TCT-DATA-ARQUIVO
                           TO WRK-TCT-DATA-ARQUIVO
                       MOVE TCT-QTDE-REGISTROS
                           TO WRK-TCT-QTDE-ESPERADA
                       MOVE TCT-SOMA-VALORES
                           TO WRK-TCT-SOMA-ESPERADA
               END-READ
               CLOSE TRANSACOES-CONTROLE
           END-IF.
       1600-EXIT.
           EXIT.

       5000-LER-TRANSACAO.
           READ TRANSACOES
               AT END
               AND NOT TRN-E-TARIFA
               AND NOT TRN-E-ESTORNO
               AND NOT TRN-E-TRANSFERENCIA
               AND NOT TRN-E-JUROS-DEVEDORES
               MOVE "CODIGO DE OPERACAO DESCONHECIDO"
                   TO WRK-MOTIVO-EDICAO
               PERFORM 5200-GRAVAR-EXCECAO-EDICAO THRU 5200-EXIT
                   TO WRK-MOTIVO-EDICAO
               PERFORM 5200-GRAVAR-EXCECAO-EDICAO THRU 5200-EXIT
           ELSE
               ADD TRN-VALOR TO WRK-TRN-SOMA-LIDA
               IF TRN-VALOR = 0
                   MOVE "VALOR DA TRANSACAO IGUAL A ZERO"
                       TO WRK-MOTIVO-EDICAO
               AND TRN-OPER-ORIGEM NOT = "SAQUE"
               AND TRN-OPER-ORIGEM NOT = "JUROS"
               AND TRN-OPER-ORIGEM NOT = "TARIFA"
               AND TRN-OPER-ORIGEM NOT = "JUROSDEV"
               MOVE "ESTORNO COM OPERACAO DE ORIGEM INVALIDA"
                   TO WRK-MOTIVO-EDICAO
               PERFORM 5200-GRAVAR-EXCECAO-EDICAO THRU 5200-EXIT
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    5600-CONFERIR-CONTROLE
      *    A QUANTIDADE E A SOMA DE TRN-VALOR LIDAS DEVEM BATER COM
      *    TRANCTL - SENAO O ARQUIVO MUDOU DEPOIS DE TRANCTL SER
      *    GERADO (EX: JUROGER) E ESTA VALIDACAO NAO VALE PARA O
      *    ARQUIVO QUE CLIENTES VAI CONFERIR E APLICAR.
      *-----------------------------------------------------------
       5600-CONFERIR-CONTROLE.
           SET CONTROLE-CONFERE TO TRUE.
           IF TRANCTL-PRESENTE
               IF WRK-TOTAL-LIDOS NOT = WRK-TCT-QTDE-ESPERADA
                   OR WRK-TRN-SOMA-LIDA NOT = WRK-TCT-SOMA-ESPERADA
                   SET CONTROLE-NAO-CONFERE TO TRUE
                   DISPLAY "TOTAIS DE CONTROLE DE TRANSACOES "
                           "DIVERGENTES - ESPERADO "
                           WRK-TCT-QTDE-ESPERADA " REGS/"
                           WRK-TCT-SOMA-ESPERADA
                   DISPLAY "LIDO     " WRK-TOTAL-LIDOS " REGS/"
                           WRK-TRN-SOMA-LIDA
                   DISPLAY "REGERE TRANCTL E EXECUTE TRANEDIT DE NOVO"
               END-IF
           END-IF.
       5600-EXIT.
           EXIT.

       5410-LER-ENTRADA.
           READ CLIENTE-INPUT
               AT END
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
           MOVE "TRANEDIT"             TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE WRK-TCT-DATA-ARQUIVO   TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           MOVE WRK-TOTAL-LIDOS        TO LOG-QTDE-LIDOS.
           MOVE ZERO                   TO LOG-QTDE-GRAVADOS.
           MOVE WRK-TOTAL-REJEITADOS   TO LOG-QTDE-REJEITADOS.
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
