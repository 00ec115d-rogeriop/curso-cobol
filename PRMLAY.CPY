      *    QUANDO O ARQUIVO NAO EXISTE OU NAO TEM REGISTRO PARA O
      *    PROGRAMA, OS PROMPTS DE CONSOLE CONTINUAM VALENDO.
      *    SIGNIFICADO DOS PARAMETROS POR PROGRAMA:
      *      CLIENTES: PARM-1 = MODO (I/L/S - S = SIMULACAO DO
      *                         LOTE, SEM ATUALIZAR NENHUM ARQUIVO)
      *                PARM-2 = REINICIO POR CHECKPOINT (S/N)
      *                PARM-3 = INTERVALO DE CHECKPOINT
      *                PARM-4 = AUTORIZA REPOSTAGEM DE ARQUIVO
      *                PARM-2 = DATA DO LOTE (AAAAMMDD, VAZIO=HOJE)
      *      EXCAGING: PARM-1 = DIAS PENDENTE PARA MARCAR ALERTA
      *      EXPURGO : PARM-1 = DATA DE CORTE (AAAAMMDD)
      *      MONITRAN: PARM-1 = LIMITE DE VALOR EM REAIS
      *                PARM-2 = QUANTIDADE MINIMA DE DEPOSITOS DO
      *                         FRACIONAMENTO
      *                PARM-3 = JANELA EM DIAS
      *                PARM-4 = DATA INICIAL (AAAAMMDD, VAZIO =
      *                         TODO O HISTORICO)
      *      LOGDIA  : PARM-1 = DIA A LISTAR (AAAAMMDD, VAZIO=HOJE)
      *      ORDGER  : PARM-1 = DATA DE PROCESSAMENTO (AAAAMMDD,
      *                         VAZIO = HOJE)
      *                PARM-2 = DIAS DE RETENTATIVA DE UMA
      *                         TRANSFERENCIA QUE FALHOU
      *      JURODEV : PARM-1 = DATA DE PROCESSAMENTO (AAAAMMDD,
      *                         VAZIO = HOJE)
      *                PARM-2 = TAXA MENSAL DO DESCOBERTO EM
      *                         CENTESIMOS DE PORCENTO (EX: 800 =
      *                         8,00)
      *      FECHAMES: PARM-1 = PERIODO A FECHAR (AAAAMM, VAZIO =
      *                         MES ANTERIOR AO DE HOJE)
      *      EXCREVIS: PARM-1 = ALCADA DE APROVACAO EM REAIS;
      *                         ACIMA DELA A APROVACAO EXIGE
      *                         SEGUNDA ASSINATURA (VAZIO OU SEM
      *                         CARTAO = ZERO, TODAS EXIGEM)
      *      CLILIMIT: PARM-1 = ALCADA DE AUMENTO DE LIMITE EM
      *                         REAIS (VAZIO OU SEM CARTAO = ZERO)
      *      HISINDEX: PARM-1 = MODO (R = RECRIAR O INDICE, A =
      *                         ACRESCENTAR O ARQUIVO MORTO;
      *                         VAZIO = R)
      *-----------------------------------------------------------
       01  PRM-REGISTRO.
           05  PRM-PROGRAMA            PIC X(08).
