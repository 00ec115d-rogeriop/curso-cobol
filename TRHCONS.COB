      *    CLIENTE E LISTA TODOS OS LANCAMENTOS JA GRAVADOS PARA ELE
      *    EM TRANSACOES-HISTORICO, DE QUALQUER DATA, JA QUE
      *    TRANSACOES E SUBSTITUIDO PELO ARQUIVO DO DIA SEGUINTE E
      *    DEIXA DE TER OS LANCAMENTOS DE DIAS ANTERIORES. A LEITURA
      *    E FEITA PELO INDICE DO HISTORICO POR CLIENTE E DATA
      *    (HISTIDX), QUE POSICIONA DIRETO NO CLIENTE.
      *
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    2026-08-21  RPO    AMPLIADA A EDICAO DE HIS-VALOR, QUE
      *                       TRUNCAVA O DIGITO MAIS SIGNIFICATIVO
      *                       DE VALORES DE CINCO DIGITOS.
      *    2026-10-15  RPO    A CONSULTA PASSA A LER O INDICE DO
      *                       HISTORICO (ARQUIVO HISTIDX, COPY
      *                       HIXLAY), POSICIONANDO NO CLIENTE EM VEZ
      *                       DE LER TRANHIST INTEIRO; LISTA TAMBEM OS
      *                       LANCAMENTOS JA EXPURGADOS QUE HISINDEX
      *                       CARREGOU NO INDICE.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRHCONS.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICE-HISTORICO ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  INDICE-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY HIXLAY.

       WORKING-STORAGE SECTION.
       01  WRK-FS-HISTORICO       PICTURE X(02) VALUE "00".
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           PERFORM 1050-ACEITA-CODIGO-VALIDADO THRU 1050-EXIT.
           PERFORM 1500-POSICIONAR-HISTORICO THRU 1500-EXIT.
           PERFORM 2100-VERIFICAR-REGISTRO THRU 2100-EXIT
               UNTIL FIM-DE-HISTORICO.
           PERFORM 8900-EXIBIR-RESUMO THRU 8900-EXIT.
      *    1000-INICIALIZACAO
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           OPEN INPUT INDICE-HISTORICO.
           IF WRK-FS-HISTORICO = "35"
               DISPLAY "INDICE DO HISTORICO (HISTIDX) NAO "
                       "ENCONTRADO - EXECUTE HISINDEX"
               STOP RUN
           END-IF.
           SET NAO-FIM-DE-HISTORICO TO TRUE.
      *    1050-ACEITA-CODIGO-VALIDADO
      *    RE-EXIBE O PROMPT DO CODIGO DO CLIENTE ATE QUE SEJA
      *    DIGITADO UM VALOR NUMERICO, EVITANDO QUE LIXO DIGITADO
      *    PELO OPERADOR CORROMPA A CHAVE DE LEITURA DO INDICE.
      *-----------------------------------------------------------
       1050-ACEITA-CODIGO-VALIDADO.
           SET CLIENTE-ID-NAO-E-VALIDO TO TRUE.
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1500-POSICIONAR-HISTORICO
      *    POSICIONA O INDICE NO PRIMEIRO LANCAMENTO DO CLIENTE; A
      *    LEITURA SEGUE SO ENQUANTO O CLIENTE FOR O MESMO.
      *-----------------------------------------------------------
       1500-POSICIONAR-HISTORICO.
           MOVE WRK-CLIENTE-ID TO HIX-CLIENTE-ID.
           MOVE ZEROS          TO HIX-DATA.
           MOVE ZEROS          TO HIX-HORA-GRAVACAO.
           MOVE ZEROS          TO HIX-SEQUENCIA.
           START INDICE-HISTORICO KEY IS NOT < HIX-CHAVE
               INVALID KEY
                   SET FIM-DE-HISTORICO TO TRUE
                   GO TO 1500-EXIT
           END-START.
           PERFORM 2000-LER-HISTORICO THRU 2000-EXIT.
       1500-EXIT.
           EXIT.

       2000-LER-HISTORICO.
           READ INDICE-HISTORICO NEXT RECORD
               AT END
                   SET FIM-DE-HISTORICO TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF HIX-CLIENTE-ID NOT = WRK-CLIENTE-ID
               SET FIM-DE-HISTORICO TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-VERIFICAR-REGISTRO.
           MOVE HIX-VALOR TO WRK-VALOR-ED.
           DISPLAY HIX-DATA "  " HIX-COD-OPERACAO "  " WRK-VALOR-ED.
           ADD 1 TO WRK-TOTAL-ENCONTRADOS.
           PERFORM 2000-LER-HISTORICO THRU 2000-EXIT.
       2100-EXIT.
           EXIT.
      *    9999-FINALIZACAO
      *-----------------------------------------------------------
       9999-FINALIZACAO.
           CLOSE INDICE-HISTORICO.
       9999-EXIT.
           EXIT.
