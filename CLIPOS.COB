      *    CHAVE CLI-ID E EXIBE: NOME, STATUS (ATIVA/BLOQUEADA),
      *    SALDO ATUAL E LIMITE DE DESCOBERTO; AS EXCECOES AINDA
      *    PENDENTES DO CLIENTE COM TIPO E VALOR; E OS DEZ ULTIMOS
      *    LANCAMENTOS DO HISTORICO, LIDOS PELO INDICE POR CLIENTE
      *    E DATA (HISTIDX), DO MAIS RECENTE PARA O MAIS ANTIGO -
      *    SEM PRECISAR ENCADEAR TRIALBAL, EXCREVIS E TRHCONS.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- --------------------------------------
      *    2026-09-01  RPO    PROGRAMA CRIADO.
      *    2026-10-14  RPO    STATUS PASSA A EXIBIR TAMBEM A CONTA
      *                       ENCERRADA (CLI-STATUS "E").
      *    2026-10-15  RPO    OS ULTIMOS MOVIMENTOS PASSAM A SER LIDOS
      *                       DO INDICE DO HISTORICO (ARQUIVO HISTIDX,
      *                       COPY HIXLAY), POSICIONANDO NO CLIENTE EM
      *                       VEZ DE LER TRANHIST INTEIRO; INCLUEM
      *                       TAMBEM OS LANCAMENTOS JA EXPURGADOS QUE
      *                       HISINDEX CARREGOU NO INDICE.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIPOS.
           SELECT EXCECOES        ASSIGN TO "EXCECOES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCECOES.
           SELECT INDICE-HISTORICO ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.

       DATA DIVISION.
           LABEL RECORD IS STANDARD.
           COPY EXCLAY.

       FD  INDICE-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY HIXLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-MASTER     PICTURE X(02) VALUE "00".
           END-READ.
           DISPLAY "===========================================".
           DISPLAY "CLIENTE....: " CLI-ID " " CLI-NOME.
           EVALUATE TRUE
               WHEN CLI-STATUS-ATIVO
                   DISPLAY "STATUS.....: ATIVA"
               WHEN CLI-STATUS-ENCERRADO
                   DISPLAY "STATUS.....: ENCERRADA"
               WHEN OTHER
                   DISPLAY "STATUS.....: BLOQUEADA"
           END-EVALUATE.
           MOVE CLI-SALDO TO WRK-SALDO-ED.
           DISPLAY "SALDO......: " WRK-SALDO-ED.
           MOVE CLI-LIMITE TO WRK-LIMITE-ED.

      *-----------------------------------------------------------
      *    4000-EXIBIR-ULTIMOS-MOVIMENTOS
      *    POSICIONA O INDICE DO HISTORICO NO PRIMEIRO LANCAMENTO
      *    DO CLIENTE E LE SO OS LANCAMENTOS DELE, GUARDANDO NA
      *    TABELA OS DEZ ULTIMOS (A CHAVE OS ENTREGA EM ORDEM
      *    CRONOLOGICA), E OS EXIBE DO MAIS RECENTE PARA O MAIS
      *    ANTIGO.
      *-----------------------------------------------------------
       4000-EXIBIR-ULTIMOS-MOVIMENTOS.
           DISPLAY "-------------------------------------------".
           DISPLAY "ULTIMOS MOVIMENTOS (MAIS RECENTE PRIMEIRO)".
           SET NAO-FIM-DE-HISTORICO TO TRUE.
           OPEN INPUT INDICE-HISTORICO.
           IF WRK-FS-HISTORICO = "35"
               DISPLAY "INDICE DO HISTORICO (HISTIDX) NAO "
                       "ENCONTRADO - EXECUTE HISINDEX"
               SET FIM-DE-HISTORICO TO TRUE
           ELSE
               PERFORM 4050-POSICIONAR-HISTORICO THRU 4050-EXIT
               PERFORM 4200-GUARDAR-MOVIMENTO THRU 4200-EXIT
                   UNTIL FIM-DE-HISTORICO
               CLOSE INDICE-HISTORICO
           END-IF.
           IF WRK-QTDE-ULTIMOS = 0
               DISPLAY "(NENHUM)"
       4000-EXIT.
           EXIT.

       4050-POSICIONAR-HISTORICO.
           MOVE WRK-CLIENTE-ID TO HIX-CLIENTE-ID.
           MOVE ZEROS          TO HIX-DATA.
           MOVE ZEROS          TO HIX-HORA-GRAVACAO.
           MOVE ZEROS          TO HIX-SEQUENCIA.
           START INDICE-HISTORICO KEY IS NOT < HIX-CHAVE
               INVALID KEY
                   SET FIM-DE-HISTORICO TO TRUE
                   GO TO 4050-EXIT
           END-START.
           PERFORM 4100-LER-HISTORICO THRU 4100-EXIT.
       4050-EXIT.
           EXIT.

      *    O PRIMEIRO LANCAMENTO DE OUTRO CLIENTE ENCERRA A LEITURA.
       4100-LER-HISTORICO.
           READ INDICE-HISTORICO NEXT RECORD
               AT END
                   SET FIM-DE-HISTORICO TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF HIX-CLIENTE-ID NOT = WRK-CLIENTE-ID
               SET FIM-DE-HISTORICO TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

       4200-GUARDAR-MOVIMENTO.
           ADD 1 TO WRK-TOTAL-MOVIMENTOS.
           IF WRK-QTDE-ULTIMOS < 10
               ADD 1 TO WRK-QTDE-ULTIMOS
           ELSE
               PERFORM 4250-DESLOCAR-TABELA THRU 4250-EXIT
           END-IF.
           MOVE HIX-DATA TO WRK-ULT-DATA (WRK-QTDE-ULTIMOS).
           MOVE HIX-COD-OPERACAO
               TO WRK-ULT-OPERACAO (WRK-QTDE-ULTIMOS).
           MOVE HIX-VALOR TO WRK-ULT-VALOR (WRK-QTDE-ULTIMOS).
           PERFORM 4100-LER-HISTORICO THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
