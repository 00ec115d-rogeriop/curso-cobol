      *                       COM ESTA CONVERSAO), ENTAO O LIMITE
      *                       NOVO ENTRA ZERADO E E MANTIDO POR
      *                       CLILIMIT DEPOIS DA CONVERSAO.
      *    2026-10-15  RPO    AUDITORIA CONVERTIDA PASSA A SAIR COM
      *                       AUD-OPERADOR E AUD-CONFIRMADOR EM BRANCO
      *                       (CAMPOS NOVOS DE AUDLAY).
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVSALD.
           MOVE AUA-SALDO-ANTES   TO AUD-SALDO-ANTES.
           MOVE AUA-SALDO-DEPOIS  TO AUD-SALDO-DEPOIS.
           MOVE AUA-JOB-ID        TO AUD-JOB-ID.
           MOVE SPACES            TO AUD-OPERADOR.
           MOVE SPACES            TO AUD-CONFIRMADOR.
           WRITE AUD-REGISTRO.
           ADD 1 TO WRK-TOTAL-AUDITORIA.
           PERFORM 4100-LER-AUDITORIA-ANT THRU 4100-EXIT.
