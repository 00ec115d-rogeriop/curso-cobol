      *-----------------------------------------------------------
      *    PROGRAM-ID. CLIENTES.
      *    MANTEM O SALDO DE CLIENTES, APLICANDO AS OPERACOES
      *    DE SOMA, SUBTRACAO, MULTIPLICACAO E TARIFA SOBRE O
      *    SALDO INFORMADO.
      *
      *    HISTORICO DE ALTERACOES
      *                       DESTINO INEXISTENTE OU BLOQUEADO) VAI
      *                       INTEIRA PARA EXCECOES COMO UM UNICO
      *                       ITEM, SEM APLICAR NENHUM DOS LADOS.
      *    2026-10-14  RPO    CORRIGIDO O LOTE, QUE SOBREGRAVAVA O
      *                       NOME DO CLIENTE JA CADASTRADO COM
      *                       ENT-NOME: O NOME DE CLIENTE-INPUT SO
      *                       VALE PARA CLIENTE NOVO, E A CORRECAO
      *                       DE NOME PASSA A SER FEITA POR CLIMANUT.
      *                       CONTA ENCERRADA (CLI-STATUS "E") NAO
      *                       RECEBE MAIS OPERACOES - ELAS VAO PARA
      *                       EXCECOES COMO AS DE CONTA EM RETENCAO -
      *                       NEM CREDITO DE TRANSFERENCIA.
      *    2026-10-14  RPO    TARIFA DEIXA DE DIVIDIR O SALDO POR
      *                       TRN-VALOR: PASSA A DEBITAR TRN-VALOR
      *                       COMO VALOR DA TARIFA, DENTRO DO LIMITE
      *                       DE DESCOBERTO (ALEM DELE VAI PARA
      *                       EXCECOES, COMO O SAQUE). SAQUE E
      *                       TRANSFERENCIA APLICADOS PASSAM A SER
      *                       TARIFADOS PELA TABELA DE TARIFAS (COPY
      *                       TARLAY) POR OPERACAO E AGENCIA, COM UM
      *                       LANCAMENTO TARIFA PROPRIO NA AUDITORIA
      *                       E NO HISTORICO. TARIFA PASSA A PODER
      *                       SER ESTORNADA.
      *    2026-10-14  RPO    CADA EXECUCAO, NORMAL OU ABORTADA, PASSA
      *                       A SER REGISTRADA NO LOG DE EXECUCOES
      *                       (COPY LOGLAY) COM HORARIOS, RETURN-
      *                       CODE E CONTAGENS. O LOTE SO COMECA SE O
      *                       LOG MOSTRAR UMA EXECUCAO LIMPA DE
      *                       TRANEDIT PARA A MESMA DATA DE ARQUIVO
      *                       (TRANCTL), POSTERIOR A ULTIMA
      *                       ALTERACAO DO ARQUIVO TRANSACOES.
      *    2026-10-14  RPO    NOVA OPERACAO JUROSDEV (JUROS DEVEDORES
      *                       DO DESCOBERTO, GERADA NO FIM DO MES POR
      *                       JURODEV): DEBITA O VALOR MESMO ALEM DO
      *                       LIMITE DE DESCOBERTO, COM AUDITORIA E
      *                       HISTORICO, E PODE SER ESTORNADA.
      *    2026-10-15  RPO    ESTORNO DE LANCAMENTO DATADO EM PERIODO
      *                       JA FECHADO PELO FECHAMENTO DO MES
      *                       (ARQUIVO PERFECH, COPY PFCLAY) E
      *                       RECUSADO E VAI PARA EXCECOES.
      *    2026-10-15  RPO    INCLUIDO O CADASTRO DE PERFIL DO
      *                       CLIENTE (ARQUIVO CLIPERF, COPY PRFLAY)
      *                       COM CPF, NOME COMPLETO, NASCIMENTO E
      *                       ENDERECO, PEDIDO NO CADASTRO INTERATIVO
      *                       E LIDO DE CLIENTE-INPUT NO LOTE. CLIENTE
      *                       NOVO COM CPF DE DIGITO INVALIDO OU JA
      *                       CADASTRADO PARA OUTRO CLIENTE E
      *                       RECUSADO - NO LOTE, O CLIENTE E
      *                       REJEITADO E SUAS TRANSACOES NAO SAO
      *                       APLICADAS. CLIENTE ANTIGO SEM PERFIL
      *                       PODE TER O PERFIL CADASTRADO PELO LOTE.
      *    2026-10-15  RPO    AUDITORIA PASSA A SAIR COM AUD-OPERADOR
      *                       E AUD-CONFIRMADOR EM BRANCO - O LOTE NAO
      *                       TEM OPERADOR IDENTIFICADO.
      *    2026-10-15  RPO    TODO LANCAMENTO GRAVADO EM
      *                       TRANSACOES-HISTORICO PASSA A SER GRAVADO
      *                       TAMBEM NO INDICE DO HISTORICO POR
      *                       CLIENTE E DATA (ARQUIVO HISTIDX, COPY
      *                       HIXLAY), E A CONFERENCIA DA ORIGEM DO
      *                       ESTORNO PASSA A POSICIONAR NELE PELA
      *                       CHAVE EM VEZ DE LER TRANHIST INTEIRO.
      *                       SEM O INDICE, COM TRANHIST JA EXISTENTE,
      *                       A EXECUCAO E ABORTADA ATE QUE HISINDEX O
      *                       RECRIE.
      *    2026-10-15  RPO    INCLUIDA A SIMULACAO DO LOTE (MODO S, NO
      *                       CONSOLE OU EM PARM-1): O LOTE E
      *                       PROCESSADO POR INTEIRO SEM ATUALIZAR
      *                       CLIENTE-MASTER, PERFIL, EXCECOES,
      *                       AUDITORIA, HISTORICO E SEU INDICE, LOTES
      *                       POSTADOS, RAZAO-GL, RELATORIO NEM
      *                       CHECKPOINT, E O RESULTADO SAI NO
      *                       RELATORIO DE PROJECAO (ARQUIVO PROJREL,
      *                       COPY PRJLAY) - SALDO FINAL PROJETADO POR
      *                       CLIENTE, CADA OPERACAO QUE IRIA PARA
      *                       EXCECOES COM O MOTIVO E OS TOTAIS
      *                       PROJETADOS POR AGENCIA E GERAL. CADEIA
      *                       DE JOBS SEM TRANEDIT LIMPO E ARQUIVO JA
      *                       POSTADO SO SAO AVISADOS (RETURN-CODE 4).
      *                       A EXECUCAO E REGISTRADA NO LOG COMO
      *                       CLISIMUL.
      *    2026-10-15  RPO    SIMULACAO PASSA A CONSIDERAR OS CPFS E
      *                       OS LANCAMENTOS QUE O LOTE REAL JA TERIA
      *                       GRAVADO; TARIFA CALCULADA ACIMA DO
      *                       MAXIMO DE UM LANCAMENTO VAI PARA
      *                       EXCECOES COMO TARIFA, LIMITADA A
      *                       99999,99; NOME COMPLETO EM BRANCO NO
      *                       LOTE ASSUME O NOME CURTO DO CADASTRO
      *                       (CLI-NOME); DATA DE NASCIMENTO PASSA A
      *                       SEGUIR A REGRA COMPLETA DO ANO BISSEXTO.
      *-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES.
           SELECT TRANSACOES-HISTORICO ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT INDICE-HISTORICO ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WRK-FS-HIST-IDX.
           SELECT PARAMETROS      ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT LOTES-POSTADOS  ASSIGN TO "LOTEPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-POSTADOS.
           SELECT TABELA-TARIFAS  ASSIGN TO "TARIFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WRK-FS-TARIFAS.
           SELECT LOG-EXECUCAO    ASSIGN TO "LOGEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT PERIODOS-FECHADOS ASSIGN TO "PERFECH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
           SELECT PERFIL-CLIENTE  ASSIGN TO "CLIPERF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CLIENTE-ID
               ALTERNATE RECORD KEY IS PRF-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-PERFIL.
           SELECT PROJECAO        ASSIGN TO "PROJREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROJECAO.

       DATA DIVISION.
       FILE SECTION.
               ==TRN-E-TARIFA==      BY ==TRO-E-TARIFA==
               ==TRN-E-ESTORNO==     BY ==TRO-E-ESTORNO==
               ==TRN-E-TRANSFERENCIA== BY ==TRO-E-TRANSFERENCIA==
               ==TRN-E-JUROS-DEVEDORES== BY
                   ==TRO-E-JUROS-DEVEDORES==
               ==TRN-VALOR==         BY ==TRO-VALOR==
               ==TRN-DATA-ORIGEM==   BY ==TRO-DATA-ORIGEM==
               ==TRN-OPER-ORIGEM==   BY ==TRO-OPER-ORIGEM==
               ==TRN-E-ESTORNO==     BY ==SRT-TRN-E-ESTORNO==
               ==TRN-E-TRANSFERENCIA== BY
                   ==SRT-TRN-E-TRANSFERENCIA==
               ==TRN-E-JUROS-DEVEDORES== BY
                   ==SRT-TRN-E-JUROS-DEVEDORES==
               ==TRN-VALOR==         BY ==SRT-TRN-VALOR==
               ==TRN-DATA-ORIGEM==   BY ==SRT-TRN-DATA-ORIGEM==
               ==TRN-OPER-ORIGEM==   BY ==SRT-TRN-OPER-ORIGEM==
           LABEL RECORD IS STANDARD.
           COPY THSLAY.

      *    INDICE DO HISTORICO POR CLIENTE E DATA, GRAVADO JUNTO
      *    COM CADA REGISTRO DE TRANSACOES-HISTORICO E USADO PELO
      *    ESTORNO PARA CONFIRMAR, DIRETO PELA CHAVE, QUE O
      *    LANCAMENTO ORIGINAL FOI MESMO POSTADO.
       FD  INDICE-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY HIXLAY.

       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
           COPY PSTLAY.

       FD  TABELA-TARIFAS
           LABEL RECORD IS STANDARD.
           COPY TARLAY.

       FD  LOG-EXECUCAO
           LABEL RECORD IS STANDARD.
           COPY LOGLAY.

       FD  PERIODOS-FECHADOS
           LABEL RECORD IS STANDARD.
           COPY PFCLAY.

       FD  PERFIL-CLIENTE
           LABEL RECORD IS STANDARD.
           COPY PRFLAY.

      *    RELATORIO DE PROJECAO, GRAVADO SO NA SIMULACAO DO LOTE.
       FD  PROJECAO
           LABEL RECORD IS STANDARD.
           COPY PRJLAY.

       WORKING-STORAGE SECTION.
       01  WRK-NOME        PICTURE X(20)   VALUE SPACES.
       01  WRK-SALDO       PICTURE S9(05)V99 VALUE ZEROS.
           88  NAO-FIM-DE-TRANSACOES    VALUE "N".
       01  WRK-FS-RELATORIO  PICTURE X(02) VALUE "00".
       01  WRK-MODO-EXECUCAO PICTURE X(01) VALUE "I".
           88  MODO-E-LOTE              VALUE "L" "S".
           88  MODO-E-SIMULACAO         VALUE "S".
           88  MODO-E-INTERATIVO        VALUE "I".
       01  WRK-FS-ENTRADA    PICTURE X(02) VALUE "00".
       01  WRK-LOTE-FIM      PICTURE X(01) VALUE "N".
       01  WRK-CLIENTE-STATUS     PICTURE X(01) VALUE "A".
           88  CLIENTE-STATUS-ATIVO      VALUE "A".
           88  CLIENTE-STATUS-BLOQUEADO  VALUE "B".
           88  CLIENTE-STATUS-ENCERRADO  VALUE "E".
       01  WRK-CLIENTE-LIMITE     PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-CLIENTE-AGENCIA    PICTURE 9(02) VALUE ZEROS.
       01  WRK-AGENCIA-ENTRADA    PICTURE X(02) VALUE SPACES.
           88  REPOSTAGEM-AUTORIZADA     VALUE "S" "s".
           88  REPOSTAGEM-NEGADA         VALUE "N" "n".
       01  WRK-DATA-POSTAGEM-ANT  PICTURE 9(08) VALUE ZEROS.
       01  WRK-FS-HIST-IDX        PICTURE X(02) VALUE "00".
       01  WRK-HIST-IDX-FIM       PICTURE X(01) VALUE "N".
           88  FIM-DE-HIST-IDX           VALUE "S".
           88  NAO-FIM-DE-HIST-IDX       VALUE "N".
       01  WRK-HISTORICO-NOVO     PICTURE X(01) VALUE "N".
           88  HISTORICO-E-NOVO          VALUE "S".
           88  HISTORICO-JA-EXISTE       VALUE "N".
       01  WRK-HIX-SEQUENCIA      PICTURE 9(08) COMP VALUE ZERO.
       01  WRK-ORIGEM-ENCONTRADA  PICTURE X(01) VALUE "N".
           88  ORIGEM-ENCONTRADA         VALUE "S".
           88  ORIGEM-NAO-ENCONTRADA     VALUE "N".
       01  WRK-DESTINO-NOME       PICTURE X(20) VALUE SPACES.
       01  WRK-DESTINO-SALDO-ANTES PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-DESTINO-SALDO      PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-FS-TARIFAS         PICTURE X(02) VALUE "00".
       01  WRK-TARIFAS-PRESENTE   PICTURE X(01) VALUE "N".
           88  TARIFAS-PRESENTE          VALUE "S".
           88  TARIFAS-AUSENTE           VALUE "N".
       01  WRK-TARIFA-ENCONTRADA  PICTURE X(01) VALUE "N".
           88  TARIFA-ENCONTRADA         VALUE "S".
           88  TARIFA-NAO-ENCONTRADA     VALUE "N".
       01  WRK-TARIFA-CALCULADA   PICTURE S9(07)V99 VALUE ZEROS.
       01  WRK-VALOR-TARIFA       PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-TARIFA-FAIXA       PICTURE X(01) VALUE "S".
           88  TARIFA-DENTRO-DA-FAIXA    VALUE "S".
           88  TARIFA-FORA-DA-FAIXA      VALUE "N".
       01  WRK-TARIFA-MAXIMA      PICTURE S9(05)V99 VALUE 99999,99.
       01  WRK-TARIFA-OPER-ORIG   PICTURE X(08) VALUE SPACES.
       01  WRK-TARIFA-VALOR-ORIG  PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-TOTAL-TRANSACOES   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-GRAVADOS     PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-EXCECOES     PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-CADEIA-OK          PICTURE X(01) VALUE "N".
           88  CADEIA-LIBERADA           VALUE "S".
           88  CADEIA-BLOQUEADA          VALUE "N".
       01  WRK-LOG-FIM            PICTURE X(01) VALUE "N".
           88  FIM-DE-LOG                VALUE "S".
           88  NAO-FIM-DE-LOG            VALUE "N".
       01  WRK-LOG-SEQUENCIA      PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-LOG-SEQ-EDICAO     PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-LOG-SEQ-ALTERACAO  PICTURE 9(07) COMP VALUE ZERO.
       01  WRK-LOG-RC-EDICAO      PICTURE 9(04) VALUE ZEROS.
       01  WRK-FS-LOG             PICTURE X(02) VALUE "00".
       01  WRK-LOG-DATA           PICTURE 9(08) VALUE ZEROS.
       01  WRK-LOG-HORA-INICIO    PICTURE 9(08) VALUE ZEROS.
       01  WRK-FS-PERIODOS        PICTURE X(02) VALUE "00".
       01  WRK-PERIODOS-FIM       PICTURE X(01) VALUE "N".
           88  FIM-DE-PERIODOS           VALUE "S".
           88  NAO-FIM-DE-PERIODOS       VALUE "N".
       01  WRK-ULTIMO-PERIODO-FECHADO PICTURE 9(06) VALUE ZEROS.
       01  WRK-DATA-REFERENCIA    PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-REFERENCIA-R REDEFINES WRK-DATA-REFERENCIA.
           05  WRK-PERIODO-REFERENCIA PICTURE 9(06).
           05  FILLER             PICTURE 9(02).
       01  WRK-FS-PERFIL          PICTURE X(02) VALUE "00".
       01  WRK-PERFIL-A-GRAVAR    PICTURE X(01) VALUE "N".
           88  GRAVAR-PERFIL             VALUE "S".
           88  NAO-GRAVAR-PERFIL         VALUE "N".
       01  WRK-CLIENTE-REJEITADO  PICTURE X(01) VALUE "N".
           88  CLIENTE-FOI-REJEITADO     VALUE "S".
           88  CLIENTE-FOI-ACEITO        VALUE "N".
       01  WRK-CAMPO-PERFIL-VALIDO PICTURE X(01) VALUE "N".
           88  CAMPO-PERFIL-E-VALIDO     VALUE "S".
           88  CAMPO-PERFIL-NAO-E-VALIDO VALUE "N".
       01  WRK-CPF-SITUACAO       PICTURE X(01) VALUE "V".
           88  CPF-E-VALIDO              VALUE "V".
           88  CPF-DIGITO-INVALIDO       VALUE "D".
           88  CPF-DE-OUTRO-CLIENTE      VALUE "O".
       01  WRK-CPF                PICTURE 9(11) VALUE ZEROS.
       01  WRK-CPF-R REDEFINES WRK-CPF.
           05  WRK-CPF-DIGITO     PICTURE 9(01) OCCURS 11 TIMES.
       01  WRK-CPF-ENTRADA        PICTURE X(11) VALUE SPACES.
       01  WRK-CPF-QTDE-DIGITOS   PICTURE 9(02) COMP VALUE ZERO.
       01  WRK-CPF-SOMA           PICTURE 9(04) COMP VALUE ZERO.
       01  WRK-CPF-QUOCIENTE      PICTURE 9(04) COMP VALUE ZERO.
       01  WRK-CPF-RESTO          PICTURE 9(02) COMP VALUE ZERO.
       01  WRK-CPF-DV             PICTURE 9(02) COMP VALUE ZERO.
       01  WRK-CPF-PESO           PICTURE 9(02) COMP VALUE ZERO.
       01  WRK-CPF-REPETIDOS      PICTURE 9(02) COMP VALUE ZERO.
       01  WRK-SUB-CPF            PICTURE 9(02) COMP VALUE ZERO.
       01  WRK-CPF-OUTRO-CLIENTE  PICTURE 9(06) VALUE ZEROS.
       01  WRK-NOME-COMPLETO      PICTURE X(60) VALUE SPACES.
       01  WRK-DATA-NASCIMENTO    PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-NASCIMENTO-R REDEFINES WRK-DATA-NASCIMENTO.
           05  WRK-DN-ANO         PICTURE 9(04).
           05  WRK-DN-MES         PICTURE 9(02).
           05  WRK-DN-DIA         PICTURE 9(02).
       01  WRK-DATA-NASC-ENTRADA  PICTURE X(08) VALUE SPACES.
       01  WRK-DN-QUOCIENTE       PICTURE 9(04) COMP VALUE ZERO.
       01  WRK-DN-RESTO           PICTURE 9(03) COMP VALUE ZERO.
       01  WRK-TABELA-DIAS-MES    PICTURE X(24)
                                  VALUE "312931303130313130313031".
       01  WRK-TABELA-DIAS-MES-R REDEFINES WRK-TABELA-DIAS-MES.
           05  WRK-DIAS-DO-MES    PICTURE 9(02) OCCURS 12 TIMES.
       01  WRK-ENDERECO.
           05  WRK-LOGRADOURO     PICTURE X(40).
           05  WRK-BAIRRO         PICTURE X(20).
           05  WRK-CIDADE         PICTURE X(30).
           05  WRK-UF             PICTURE X(02).
           05  WRK-CEP            PICTURE 9(08).
       01  WRK-CEP-ENTRADA        PICTURE X(08) VALUE SPACES.
       01  WRK-TOTAL-CLIENTES-REJEITADOS PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-TRANS-DESCARTADAS PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-PERFIS-GRAVADOS PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-TOTAL-ED           PICTURE ZZZ.ZZ9.
       01  WRK-FS-PROJECAO        PICTURE X(02) VALUE "00".
       01  WRK-MOTIVO-EXCECAO     PICTURE X(48) VALUE SPACES.
       01  WRK-MOTIVO-CREDITO.
           05  FILLER             PICTURE X(19)
               VALUE "CREDITO AO DESTINO ".
           05  WRK-MCR-DESTINO    PICTURE 9(06).
           05  FILLER             PICTURE X(22)
               VALUE " JA PROCESSADO NO LOTE".
       01  WRK-PRJ-SALDO-INICIAL  PICTURE S9(05)V99 VALUE ZEROS.
       01  WRK-PRJ-TRANSACOES-ANT PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-PRJ-EXCECOES-ANT   PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-PRJ-QTDE           PICTURE 9(06) COMP VALUE ZERO.
       01  WRK-PROJECAO-COMPLETA  PICTURE X(01) VALUE "S".
           88  PROJECAO-COMPLETA         VALUE "S".
           88  PROJECAO-INCOMPLETA       VALUE "N".
       01  WRK-PRJ-TITULO.
           05  FILLER             PICTURE X(30)
               VALUE "SIMULACAO DO LOTE CLIENTES - ".
           05  FILLER             PICTURE X(19)
               VALUE "PROJECAO EMITIDA EM".
           05  FILLER             PICTURE X(01) VALUE SPACE.
           05  WRK-PTI-DATA       PICTURE 9(08).
       01  WRK-PRJ-SUBTITULO.
           05  FILLER             PICTURE X(32)
               VALUE "NENHUM ARQUIVO FOI ATUALIZADO - ".
           05  FILLER             PICTURE X(22)
               VALUE "ARQUIVO TRANSACOES DE ".
           05  WRK-PST-DATA       PICTURE 9(08).
       01  WRK-PRJ-COLUNAS.
           05  FILLER             PICTURE X(30)
               VALUE "CLIENTE NOME                  ".
           05  FILLER             PICTURE X(28)
               VALUE "AG  SALDO ENTR  SALDO PROJ  ".
           05  FILLER             PICTURE X(20)
               VALUE "OPER   EXC  SITUACAO".
       01  WRK-PRJ-COLUNAS-OCORRENCIA.
           05  FILLER             PICTURE X(32)
               VALUE " CLIENTE  OPERACAO       VALOR  ".
           05  FILLER             PICTURE X(30)
               VALUE "MOTIVO DO DESVIO OU OBSERVACAO".
       01  WRK-AVISO-CADEIA.
           05  FILLER             PICTURE X(42)
               VALUE "ATENCAO - SEM VALIDACAO LIMPA DE TRANEDIT ".
           05  FILLER             PICTURE X(28)
               VALUE "- O LOTE REAL SERIA RECUSADO".
       01  WRK-AVISO-POSTADO.
           05  FILLER             PICTURE X(43)
               VALUE "ATENCAO - ARQUIVO JA POSTADO - O LOTE REAL ".
           05  FILLER             PICTURE X(34)
               VALUE "EXIGIRIA AUTORIZACAO DE REPOSTAGEM".
       01  WRK-AVISO-INCOMPLETA.
           05  FILLER             PICTURE X(38)
               VALUE "ATENCAO - TABELA DA SIMULACAO CHEIA - ".
           05  FILLER             PICTURE X(35)
               VALUE "PROJECAO PODE DIVERGIR DO LOTE REAL".
       01  WRK-AVISO-ORDEM.
           05  FILLER             PICTURE X(24)
               VALUE "PROJECAO INTERROMPIDA - ".
           05  FILLER             PICTURE X(27)
               VALUE "CLIENTE-INPUT FORA DE ORDEM".
      *    CLIENTES QUE O LOTE REAL JA TERIA GRAVADO NO MASTER
      *    NESTA EXECUCAO: CADA CLIENTE PROCESSADO E CADA DESTINO DE
      *    TRANSFERENCIA CREDITADO. NA SIMULACAO O MASTER NAO E
      *    ALTERADO, ENTAO ESTA TABELA FAZ AS VEZES DELE QUANDO UM
      *    DESSES CLIENTES E LIDO DE NOVO. WRK-SIM-CPF-TAB GUARDA O
      *    CPF DO PERFIL QUE O LOTE REAL TERIA GRAVADO (ZEROS SE
      *    NENHUM), PARA A VERIFICACAO DE CPF UNICO.
       01  WRK-SIM-CHAVE          PICTURE 9(06) VALUE ZEROS.
       01  WRK-SIMULADO-ACHADO    PICTURE X(01) VALUE "N".
           88  SIMULADO-ACHADO           VALUE "S".
           88  SIMULADO-NAO-ACHADO       VALUE "N".
       01  WRK-TOTAL-SIMULADOS    PICTURE 9(05) COMP VALUE ZERO.
       01  WRK-TABELA-SIMULADOS.
           05  WRK-SIM-TAB OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-TOTAL-SIMULADOS
                   INDEXED BY WRK-IDX-SIM.
               10  WRK-SIM-CLIENTE-TAB    PICTURE 9(06).
               10  WRK-SIM-NOME-TAB       PICTURE X(20).
               10  WRK-SIM-SALDO-TAB      PICTURE S9(05)V99.
               10  WRK-SIM-STATUS-TAB     PICTURE X(01).
               10  WRK-SIM-LIMITE-TAB     PICTURE S9(05)V99.
               10  WRK-SIM-AGENCIA-TAB    PICTURE 9(02).
               10  WRK-SIM-CPF-TAB        PICTURE 9(11).
      *    LANCAMENTOS QUE O LOTE REAL JA TERIA GRAVADO NO HISTORICO
      *    NESTA EXECUCAO. NA SIMULACAO O INDICE DO HISTORICO NAO E
      *    ALTERADO, ENTAO ESTA TABELA O COMPLETA NA CONFERENCIA DA
      *    ORIGEM DE UM ESTORNO.
       01  WRK-SHS-CLIENTE        PICTURE 9(06) VALUE ZEROS.
       01  WRK-SHS-OPERACAO       PICTURE X(08) VALUE SPACES.
       01  WRK-TOTAL-HIST-SIMULADO PICTURE 9(05) COMP VALUE ZERO.
       01  WRK-TABELA-HIST-SIMULADO.
           05  WRK-SHS-TAB OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WRK-TOTAL-HIST-SIMULADO
                   INDEXED BY WRK-IDX-SHS.
               10  WRK-SHS-CLIENTE-TAB    PICTURE 9(06).
               10  WRK-SHS-DATA-TAB       PICTURE 9(08).
               10  WRK-SHS-OPERACAO-TAB   PICTURE X(08).
               10  WRK-SHS-VALOR-TAB      PICTURE S9(05)V99.

       PROCEDURE DIVISION.

      *    0000-MAINLINE
      *-----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA-INICIO FROM TIME.
      *    O MODO E CONHECIDO ANTES DA ABERTURA DOS ARQUIVOS PORQUE
      *    A SIMULACAO DO LOTE ABRE O MASTER SO PARA LEITURA E NAO
      *    ABRE OS ARQUIVOS QUE O LOTE GRAVA.
           PERFORM 1300-LER-PARAMETROS THRU 1300-EXIT.
      *    MODO INVALIDO NO CARTAO ABORTA EM VEZ DE CAIR NO MODO
      *    INTERATIVO - UMA EXECUCAO AGENDADA FICARIA PENDURADA NOS
               MOVE WRK-PARM-MODO TO WRK-MODO-EXECUCAO
               IF NOT MODO-E-LOTE AND NOT MODO-E-INTERATIVO
                   DISPLAY "PARAMETRO DE MODO DE EXECUCAO INVALIDO "
                           "NO CARTAO (USE I, L OU S) - EXECUCAO "
                           "ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "MODO DE EXECUCAO - (I)NTERATIVO, (L)OTE OU "
                       "(S)IMULACAO DO LOTE?"
               ACCEPT WRK-MODO-EXECUCAO
           END-IF.
           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.

           IF MODO-E-LOTE
               PERFORM 3000-PROCESSA-LOTE THRU 3000-EXIT
           END-IF.

           PERFORM 9999-FINALIZACAO THRU 9999-EXIT.
           PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT.
           STOP RUN.

      *-----------------------------------------------------------
      *    1000-INICIALIZACAO
      *    ABRE OS ARQUIVOS DA EXECUCAO (POR 1050-ABRIR-SIMULACAO
      *    NA SIMULACAO DO LOTE, POR 1020-ABRIR-ARQUIVOS NOS
      *    DEMAIS MODOS), A TABELA DE TARIFAS E OS PERIODOS JA
      *    FECHADOS.
      *-----------------------------------------------------------
       1000-INICIALIZACAO.
           IF MODO-E-SIMULACAO
               PERFORM 1050-ABRIR-SIMULACAO THRU 1050-EXIT
           ELSE
               PERFORM 1020-ABRIR-ARQUIVOS THRU 1020-EXIT
           END-IF.
      *    SEM A TABELA DE TARIFAS (AINDA NAO CRIADA POR TARMANUT)
      *    NENHUMA TARIFA AUTOMATICA E COBRADA.
           OPEN INPUT TABELA-TARIFAS.
           IF WRK-FS-TARIFAS = "35"
               SET TARIFAS-AUSENTE TO TRUE
               DISPLAY "TABELA DE TARIFAS NAO ENCONTRADA - NENHUMA "
                       "TARIFA AUTOMATICA SERA COBRADA"
           ELSE
               SET TARIFAS-PRESENTE TO TRUE
           END-IF.
           PERFORM 1400-LER-PERIODOS-FECHADOS THRU 1400-EXIT.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1020-ABRIR-ARQUIVOS
      *    ABRE O ARQUIVO CLIENTE-MASTER EM MODO DE ENTRADA E
      *    SAIDA, POIS O REGISTRO DO CLIENTE PODE SER LIDO E
      *    REGRAVADO NA MESMA EXECUCAO, E OS ARQUIVOS DE EXCECOES,
      *    AUDITORIA, HISTORICO E PERFIL.
      *-----------------------------------------------------------
       1020-ABRIR-ARQUIVOS.
           OPEN I-O CLIENTE-MASTER.
           IF WRK-FS-MASTER = "35"
               CLOSE CLIENTE-MASTER
           OPEN EXTEND TRANSACOES-HISTORICO.
           IF WRK-FS-HISTORICO = "35"
               OPEN OUTPUT TRANSACOES-HISTORICO
               SET HISTORICO-E-NOVO TO TRUE
           END-IF.
      *    O INDICE DO HISTORICO SO E CRIADO VAZIO JUNTO COM UM
      *    TRANHIST NOVO; SE O HISTORICO JA EXISTE E O INDICE NAO,
      *    ELE PRECISA SER RECRIADO POR HISINDEX ANTES, OU OS
      *    LANCAMENTOS ANTERIORES FICARIAM FORA DAS CONSULTAS.
           OPEN I-O INDICE-HISTORICO.
           IF WRK-FS-HIST-IDX = "35"
               IF HISTORICO-E-NOVO
                   OPEN OUTPUT INDICE-HISTORICO
                   CLOSE INDICE-HISTORICO
                   OPEN I-O INDICE-HISTORICO
               ELSE
                   DISPLAY "INDICE DO HISTORICO (HISTIDX) NAO "
                           "ENCONTRADO - EXECUTE HISINDEX - EXECUCAO "
                           "ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O PERFIL-CLIENTE.
           IF WRK-FS-PERFIL = "35"
               OPEN OUTPUT PERFIL-CLIENTE
               CLOSE PERFIL-CLIENTE
               OPEN I-O PERFIL-CLIENTE
           END-IF.
       1020-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1050-ABRIR-SIMULACAO
      *    SIMULACAO DO LOTE: O MASTER E O PERFIL SO SAO LIDOS, E
      *    EXCECOES, AUDITORIA, TRANSACOES-HISTORICO E O INDICE DO
      *    HISTORICO NEM SAO ABERTOS PARA GRAVACAO. MASTER OU
      *    PERFIL AUSENTE E CRIADO VAZIO, COMO NO LOTE, PARA QUE
      *    TODOS OS CLIENTES SEJAM TRATADOS COMO NOVOS. O INDICE
      *    DO HISTORICO E ABERTO SO PARA A CONFERENCIA DA ORIGEM
      *    DO ESTORNO; SEM INDICE E SEM TRANHIST, NENHUM LANCAMENTO
      *    FOI POSTADO AINDA E O INDICE NAO E NECESSARIO.
      *-----------------------------------------------------------
       1050-ABRIR-SIMULACAO.
           OPEN INPUT CLIENTE-MASTER.
           IF WRK-FS-MASTER = "35"
               OPEN OUTPUT CLIENTE-MASTER
               CLOSE CLIENTE-MASTER
               OPEN INPUT CLIENTE-MASTER
           END-IF.
           OPEN INPUT PERFIL-CLIENTE.
           IF WRK-FS-PERFIL = "35"
               OPEN OUTPUT PERFIL-CLIENTE
               CLOSE PERFIL-CLIENTE
               OPEN INPUT PERFIL-CLIENTE
           END-IF.
           OPEN INPUT INDICE-HISTORICO.
           IF WRK-FS-HIST-IDX = "35"
               OPEN INPUT TRANSACOES-HISTORICO
               IF WRK-FS-HISTORICO = "35"
                   SET HISTORICO-E-NOVO TO TRUE
               ELSE
                   CLOSE TRANSACOES-HISTORICO
                   DISPLAY "INDICE DO HISTORICO (HISTIDX) NAO "
                           "ENCONTRADO - EXECUTE HISINDEX - EXECUCAO "
                           "ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
                   STOP RUN
               END-IF
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EM UMA EXECUCAO DE REINICIO, ABRE O RELATORIO E O RAZAO-GL
      *    EM MODO EXTEND PARA PRESERVAR O QUE JA FOI GRAVADO ANTES
      *    DO ULTIMO CHECKPOINT; CASO CONTRARIO (EXECUCAO NOVA OU
      *    INTERATIVA), ABRE EM MODO OUTPUT COMO ANTES. NA
      *    SIMULACAO DO LOTE SO O RELATORIO DE PROJECAO E ABERTO.
      *-----------------------------------------------------------
       1100-ABRIR-RELATORIO-RAZAO.
           IF MODO-E-SIMULACAO
               OPEN OUTPUT PROJECAO
               GO TO 1100-EXIT
           END-IF.
           IF REINICIO-SIM
               OPEN EXTEND RELATORIO
               IF WRK-FS-RELATORIO = "35"
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    1400-LER-PERIODOS-FECHADOS
      *    GUARDA O MAIOR PERIODO (AAAAMM) JA FECHADO POR FECHAMES;
      *    ZERO QUANDO AINDA NAO HOUVE FECHAMENTO. UM ESTORNO DE
      *    LANCAMENTO DATADO ATE ESSE PERIODO E RECUSADO.
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
      *    2000-OBTER-DADOS-CLIENTE
      *    LE O CLIENTE NO ARQUIVO MASTER PELO ID INFORMADO; SE
                   ACCEPT WRK-NOME
               PERFORM 2100-ACEITA-SALDO-VALIDADO THRU 2100-EXIT
               PERFORM 2150-ACEITA-AGENCIA-VALIDADA THRU 2150-EXIT
               PERFORM 2300-OBTER-PERFIL-CLIENTE THRU 2300-EXIT
               SET CLIENTE-STATUS-ATIVO TO TRUE
               MOVE ZEROS TO WRK-CLIENTE-LIMITE
           ELSE
               MOVE CLI-LIMITE  TO WRK-CLIENTE-LIMITE
               MOVE CLI-AGENCIA TO WRK-CLIENTE-AGENCIA
               DISPLAY "CLIENTE ENCONTRADO - SALDO ANTERIOR " WRK-SALDO
               IF CLIENTE-STATUS-ENCERRADO
                   DISPLAY "ATENCAO - CONTA ENCERRADA, AS OPERACOES "
                           "IRAO PARA EXCECOES"
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.
       2160-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2200-VALIDAR-CPF
      *    CONFERE O CPF EM WRK-CPF PARA O CLIENTE WRK-CLIENTE-ID:
      *    OS DOIS DIGITOS VERIFICADORES (MODULO 11 SOBRE OS NOVE
      *    PRIMEIROS DIGITOS E DEPOIS SOBRE OS DEZ PRIMEIROS) E A
      *    UNICIDADE NO CADASTRO DE PERFIL, PELA CHAVE ALTERNATIVA
      *    PRF-CPF. CPF COM OS ONZE DIGITOS IGUAIS PASSA NO CALCULO
      *    MAS NAO E EMITIDO, E E TRATADO COMO DIGITO INVALIDO.
      *    O RESULTADO FICA EM WRK-CPF-SITUACAO.
      *-----------------------------------------------------------
       2200-VALIDAR-CPF.
           SET CPF-E-VALIDO TO TRUE.
           MOVE ZERO TO WRK-CPF-REPETIDOS.
           PERFORM 2205-CONTAR-DIGITO-REPETIDO THRU 2205-EXIT
               VARYING WRK-SUB-CPF FROM 2 BY 1
               UNTIL WRK-SUB-CPF > 11.
           IF WRK-CPF-REPETIDOS = 10
               SET CPF-DIGITO-INVALIDO TO TRUE
               GO TO 2200-EXIT
           END-IF.
           MOVE 9 TO WRK-CPF-QTDE-DIGITOS.
           PERFORM 2210-CALCULAR-DIGITO-CPF THRU 2210-EXIT.
           IF WRK-CPF-DV NOT = WRK-CPF-DIGITO (10)
               SET CPF-DIGITO-INVALIDO TO TRUE
               GO TO 2200-EXIT
           END-IF.
           MOVE 10 TO WRK-CPF-QTDE-DIGITOS.
           PERFORM 2210-CALCULAR-DIGITO-CPF THRU 2210-EXIT.
           IF WRK-CPF-DV NOT = WRK-CPF-DIGITO (11)
               SET CPF-DIGITO-INVALIDO TO TRUE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2250-VERIFICAR-CPF-UNICO THRU 2250-EXIT.
       2200-EXIT.
           EXIT.

       2205-CONTAR-DIGITO-REPETIDO.
           IF WRK-CPF-DIGITO (WRK-SUB-CPF) = WRK-CPF-DIGITO (1)
               ADD 1 TO WRK-CPF-REPETIDOS
           END-IF.
       2205-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2210-CALCULAR-DIGITO-CPF
      *    CALCULA EM WRK-CPF-DV O DIGITO VERIFICADOR DOS PRIMEIROS
      *    WRK-CPF-QTDE-DIGITOS DIGITOS: PESOS DECRESCENTES ATE 2
      *    (10 A 2 PARA O PRIMEIRO DIGITO, 11 A 2 PARA O SEGUNDO),
      *    RESTO DA SOMA POR 11; RESTO 0 OU 1 DA DIGITO ZERO, OS
      *    DEMAIS DAO 11 MENOS O RESTO.
      *-----------------------------------------------------------
       2210-CALCULAR-DIGITO-CPF.
           MOVE ZERO TO WRK-CPF-SOMA.
           PERFORM 2215-SOMAR-DIGITO-CPF THRU 2215-EXIT
               VARYING WRK-SUB-CPF FROM 1 BY 1
               UNTIL WRK-SUB-CPF > WRK-CPF-QTDE-DIGITOS.
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-QUOCIENTE
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE ZERO TO WRK-CPF-DV
           ELSE
               COMPUTE WRK-CPF-DV = 11 - WRK-CPF-RESTO
           END-IF.
       2210-EXIT.
           EXIT.

       2215-SOMAR-DIGITO-CPF.
           COMPUTE WRK-CPF-PESO =
               WRK-CPF-QTDE-DIGITOS + 2 - WRK-SUB-CPF.
           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
               + WRK-CPF-DIGITO (WRK-SUB-CPF) * WRK-CPF-PESO.
       2215-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2250-VERIFICAR-CPF-UNICO
      *    O CPF JA CADASTRADO NO PERFIL DE OUTRO CLI-ID RECUSA O
      *    CADASTRO - DUPLICIDADES ANTIGAS, ANTERIORES A ESTA
      *    VERIFICACAO, SAO LISTADAS PELO RELATORIO CPFDUPL. NA
      *    SIMULACAO, OS PERFIS QUE O LOTE REAL JA TERIA GRAVADO
      *    ESTAO NA TABELA DE SIMULADOS.
      *-----------------------------------------------------------
       2250-VERIFICAR-CPF-UNICO.
           MOVE WRK-CPF TO PRF-CPF.
           READ PERFIL-CLIENTE KEY IS PRF-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRF-CLIENTE-ID NOT = WRK-CLIENTE-ID
                       SET CPF-DE-OUTRO-CLIENTE TO TRUE
                       MOVE PRF-CLIENTE-ID TO WRK-CPF-OUTRO-CLIENTE
                   END-IF
           END-READ.
           IF MODO-E-SIMULACAO AND NOT CPF-DE-OUTRO-CLIENTE
               PERFORM 8320-PROCURAR-CPF-SIMULADO THRU 8320-EXIT
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2290-EXIBIR-CPF-RECUSADO
      *    EXIBE O MOTIVO DA RECUSA DO CPF EM WRK-CPF.
      *-----------------------------------------------------------
       2290-EXIBIR-CPF-RECUSADO.
           IF CPF-DE-OUTRO-CLIENTE
               DISPLAY "CPF " WRK-CPF " JA CADASTRADO PARA O "
                       "CLIENTE " WRK-CPF-OUTRO-CLIENTE
           ELSE
               DISPLAY "CPF " WRK-CPF " INVALIDO - DIGITO "
                       "VERIFICADOR NAO CONFERE"
           END-IF.
       2290-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    2300-OBTER-PERFIL-CLIENTE
      *    NO CADASTRO INTERATIVO DE CLIENTE NOVO, PEDE OS DADOS DO
      *    PERFIL (COPY PRFLAY). O PROMPT DO CPF E RE-EXIBIDO ATE
      *    QUE SEJA DIGITADO UM CPF VALIDO E QUE NAO PERTENCA A
      *    OUTRO CLIENTE; DATA DE NASCIMENTO E CEP TAMBEM SAO
      *    VALIDADOS. O PERFIL E GRAVADO JUNTO COM O MASTER, EM
      *    8000-GRAVAR-CLIENTE.
      *-----------------------------------------------------------
       2300-OBTER-PERFIL-CLIENTE.
           SET CAMPO-PERFIL-NAO-E-VALIDO TO TRUE.
           PERFORM 2310-ACEITA-E-VERIFICA-CPF THRU 2310-EXIT
               UNTIL CAMPO-PERFIL-E-VALIDO.
           DISPLAY "DIGITE O NOME COMPLETO".
           ACCEPT WRK-NOME-COMPLETO.
           IF WRK-NOME-COMPLETO = SPACES
               MOVE WRK-NOME TO WRK-NOME-COMPLETO
           END-IF.
           SET CAMPO-PERFIL-NAO-E-VALIDO TO TRUE.
           PERFORM 2320-ACEITA-E-VERIFICA-NASC THRU 2320-EXIT
               UNTIL CAMPO-PERFIL-E-VALIDO.
           DISPLAY "DIGITE O ENDERECO (RUA, NUMERO E COMPLEMENTO)".
           ACCEPT WRK-LOGRADOURO.
           DISPLAY "DIGITE O BAIRRO".
           ACCEPT WRK-BAIRRO.
           DISPLAY "DIGITE A CIDADE".
           ACCEPT WRK-CIDADE.
           DISPLAY "DIGITE A UF".
           ACCEPT WRK-UF.
           SET CAMPO-PERFIL-NAO-E-VALIDO TO TRUE.
           PERFORM 2330-ACEITA-E-VERIFICA-CEP THRU 2330-EXIT
               UNTIL CAMPO-PERFIL-E-VALIDO.
           SET GRAVAR-PERFIL TO TRUE.
       2300-EXIT.
           EXIT.

       2310-ACEITA-E-VERIFICA-CPF.
           DISPLAY "DIGITE O CPF (11 DIGITOS, SEM PONTOS E TRACO)".
           ACCEPT WRK-CPF-ENTRADA.
           IF FUNCTION TRIM(WRK-CPF-ENTRADA) = SPACES
               OR FUNCTION TRIM(WRK-CPF-ENTRADA) IS NOT NUMERIC
               DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
           ELSE
               MOVE FUNCTION TRIM(WRK-CPF-ENTRADA) TO WRK-CPF
               PERFORM 2200-VALIDAR-CPF THRU 2200-EXIT
               IF CPF-E-VALIDO
                   SET CAMPO-PERFIL-E-VALIDO TO TRUE
               ELSE
                   PERFORM 2290-EXIBIR-CPF-RECUSADO THRU 2290-EXIT
               END-IF
           END-IF.
       2310-EXIT.
           EXIT.

      *    DATA DE NASCIMENTO AAAAMMDD: MES DE 01 A 12, DIA DENTRO
      *    DO MES (29/02 SO EM ANO BISSEXTO - DIVISIVEL POR 4 E,
      *    SE SECULAR, POR 400) E NAO POSTERIOR A HOJE. O MES E
      *    CONFERIDO ANTES DE SER USADO COMO INDICE DA TABELA.
       2320-ACEITA-E-VERIFICA-NASC.
           DISPLAY "DIGITE A DATA DE NASCIMENTO (AAAAMMDD)".
           ACCEPT WRK-DATA-NASC-ENTRADA.
           IF FUNCTION TRIM(WRK-DATA-NASC-ENTRADA) = SPACES
               OR FUNCTION TRIM(WRK-DATA-NASC-ENTRADA) IS NOT NUMERIC
               DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
               GO TO 2320-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-DATA-NASC-ENTRADA)
               TO WRK-DATA-NASCIMENTO.
           IF WRK-DN-MES < 1 OR WRK-DN-MES > 12
               DISPLAY "DATA DE NASCIMENTO INVALIDA"
               GO TO 2320-EXIT
           END-IF.
           IF WRK-DN-DIA < 1
               OR WRK-DN-DIA > WRK-DIAS-DO-MES (WRK-DN-MES)
               OR WRK-DN-ANO < 1900
               OR WRK-DATA-NASCIMENTO > WRK-DATA-ATUAL
               DISPLAY "DATA DE NASCIMENTO INVALIDA"
               GO TO 2320-EXIT
           END-IF.
           IF WRK-DN-MES = 2 AND WRK-DN-DIA = 29
               DIVIDE WRK-DN-ANO BY 4 GIVING WRK-DN-QUOCIENTE
                   REMAINDER WRK-DN-RESTO
               IF WRK-DN-RESTO NOT = 0
                   DISPLAY "DATA DE NASCIMENTO INVALIDA"
                   GO TO 2320-EXIT
               END-IF
               DIVIDE WRK-DN-ANO BY 100 GIVING WRK-DN-QUOCIENTE
                   REMAINDER WRK-DN-RESTO
               IF WRK-DN-RESTO = 0
                   DIVIDE WRK-DN-ANO BY 400 GIVING WRK-DN-QUOCIENTE
                       REMAINDER WRK-DN-RESTO
                   IF WRK-DN-RESTO NOT = 0
                       DISPLAY "DATA DE NASCIMENTO INVALIDA"
                       GO TO 2320-EXIT
                   END-IF
               END-IF
           END-IF.
           SET CAMPO-PERFIL-E-VALIDO TO TRUE.
       2320-EXIT.
           EXIT.

       2330-ACEITA-E-VERIFICA-CEP.
           DISPLAY "DIGITE O CEP (8 DIGITOS, SEM TRACO)".
           ACCEPT WRK-CEP-ENTRADA.
           IF FUNCTION TRIM(WRK-CEP-ENTRADA) = SPACES
               OR FUNCTION TRIM(WRK-CEP-ENTRADA) IS NOT NUMERIC
               DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
           ELSE
               MOVE FUNCTION TRIM(WRK-CEP-ENTRADA) TO WRK-CEP
               SET CAMPO-PERFIL-E-VALIDO TO TRUE
           END-IF.
       2330-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3000-PROCESSA-LOTE
      *    MODO LOTE: LE CADA REGISTRO DE CLIENTE-INPUT, APLICA AS
      *    AJUSTADO NO MASTER E ACUMULA O TOTAL GERAL DO LOTE PARA
      *    O RESUMO FINAL, EM VEZ DE EXIGIR UMA EXECUCAO MANUAL DO
      *    PROGRAMA POR CLIENTE.
      *    NA SIMULACAO DO LOTE (MODO S) O MESMO PROCESSAMENTO E
      *    FEITO SEM GRAVAR NENHUM ARQUIVO DO LOTE, E O RESULTADO SAI
      *    NO RELATORIO DE PROJECAO (COPY PRJLAY). A CADEIA DE JOBS
      *    E A REPOSTAGEM NAO IMPEDEM A SIMULACAO - SAO AVISADAS NO
      *    RELATORIO, PARA QUE SEJAM RESOLVIDAS ANTES DO LOTE REAL.
      *-----------------------------------------------------------
       3000-PROCESSA-LOTE.
           MOVE ZEROS TO WRK-TOTAL-GERAL.
           MOVE ZEROS TO WRK-ULTIMO-ID-ENTRADA-LOTE.
           SET ENTRADA-EM-ORDEM TO TRUE.
           SET NAO-FIM-DE-LOTE TO TRUE.
           PERFORM 3010-VERIFICAR-CADEIA-JOBS THRU 3010-EXIT.
           IF CADEIA-BLOQUEADA AND MODO-E-SIMULACAO
               DISPLAY "SIMULACAO PROSSEGUE - O LOTE REAL SERIA "
                       "RECUSADO ATE UMA VALIDACAO LIMPA DE TRANEDIT"
           END-IF.
           IF CADEIA-BLOQUEADA AND NOT MODO-E-SIMULACAO
               DISPLAY "LOTE ABORTADO - ARQUIVO TRANSACOES SEM "
                       "VALIDACAO LIMPA DE TRANEDIT - CLIENTE-MASTER "
                       "NAO FOI ALTERADO"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF MODO-E-SIMULACAO
               SET REINICIO-NAO TO TRUE
           ELSE
           IF PARM-PRESENTE
               MOVE WRK-PARM-REINICIO TO WRK-MODO-REINICIO
           ELSE
               DISPLAY "REINICIAR A PARTIR DO ULTIMO CHECKPOINT? (S/N)"
               ACCEPT WRK-MODO-REINICIO
           END-IF
           END-IF.
           IF REINICIO-SIM
               PERFORM 3400-LER-CHECKPOINT THRU 3400-EXIT
                   DISPLAY "ARQUIVO CLIENTE-INPUT NAO ENCONTRADO"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF MODO-E-SIMULACAO
                       PERFORM 3900-GRAVAR-CABECALHO-PROJECAO
                           THRU 3900-EXIT
                   END-IF
                   PERFORM 3080-PREPARAR-TRANSACOES-LOTE THRU 3080-EXIT
                   PERFORM 3100-LER-ENTRADA-LOTE THRU 3100-EXIT
                   PERFORM 3200-PROCESSA-CLIENTE-LOTE THRU 3200-EXIT
                               "LOTE ABORTADO POR ENTRADA FORA DE "
                               "ORDEM"
                       MOVE 8 TO RETURN-CODE
                       IF MODO-E-SIMULACAO
                           MOVE SPACES TO PRJ-LINHA
                           MOVE WRK-AVISO-ORDEM TO PRJ-CAB-TEXTO
                           WRITE PRJ-LINHA
                       END-IF
                   ELSE
                   IF MODO-E-SIMULACAO
                       PERFORM 3800-GRAVAR-TOTAIS-PROJECAO
                           THRU 3800-EXIT
                   ELSE
                       PERFORM 3300-GRAVAR-TOTAL-GERAL THRU 3300-EXIT
                       PERFORM 4300-REGISTRAR-POSTAGEM THRU 4300-EXIT
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3010-VERIFICAR-CADEIA-JOBS
      *    O LOTE SO COMECA SE O LOG DE EXECUCOES (COPY LOGLAY)
      *    MOSTRAR QUE A ULTIMA EXECUCAO DE TRANEDIT PARA A MESMA
      *    DATA DE ARQUIVO (TCT-DATA-ARQUIVO; ZERO SEM TRANCTL)
      *    TERMINOU COM RETURN-CODE 0 E QUE NENHUM PROGRAMA
      *    ALTEROU O ARQUIVO TRANSACOES DEPOIS DELA (EX: JUROGER
      *    ACRESCENTANDO LANCAMENTOS). O LOG E GRAVADO EM ORDEM
      *    CRONOLOGICA, ENTAO "DEPOIS" E A POSICAO NO ARQUIVO.
      *-----------------------------------------------------------
       3010-VERIFICAR-CADEIA-JOBS.
           SET CADEIA-BLOQUEADA TO TRUE.
           PERFORM 3020-LER-DATA-TRANCTL THRU 3020-EXIT.
           MOVE ZERO TO WRK-LOG-SEQUENCIA.
           MOVE ZERO TO WRK-LOG-SEQ-EDICAO.
           MOVE ZERO TO WRK-LOG-SEQ-ALTERACAO.
           MOVE ZEROS TO WRK-LOG-RC-EDICAO.
           SET NAO-FIM-DE-LOG TO TRUE.
           OPEN INPUT LOG-EXECUCAO.
           IF WRK-FS-LOG = "35"
               DISPLAY "LOG DE EXECUCOES NAO ENCONTRADO - NENHUMA "
                       "EXECUCAO DE TRANEDIT REGISTRADA"
               GO TO 3010-EXIT
           END-IF.
           PERFORM 3030-LER-LOG-EXECUCAO THRU 3030-EXIT
               UNTIL FIM-DE-LOG.
           CLOSE LOG-EXECUCAO.
           IF WRK-LOG-SEQ-EDICAO = 0
               DISPLAY "NENHUMA EXECUCAO DE TRANEDIT REGISTRADA PARA "
                       "O ARQUIVO TRANSACOES DE " WRK-TCT-DATA-ARQUIVO
               GO TO 3010-EXIT
           END-IF.
           IF WRK-LOG-RC-EDICAO NOT = 0
               DISPLAY "ULTIMA EXECUCAO DE TRANEDIT PARA O ARQUIVO "
                       "DE " WRK-TCT-DATA-ARQUIVO " TERMINOU COM "
                       "RETURN-CODE " WRK-LOG-RC-EDICAO
               GO TO 3010-EXIT
           END-IF.
           IF WRK-LOG-SEQ-ALTERACAO > WRK-LOG-SEQ-EDICAO
               DISPLAY "ARQUIVO TRANSACOES ALTERADO DEPOIS DA ULTIMA "
                       "VALIDACAO DE TRANEDIT - REGERE TRANCTL E "
                       "EXECUTE TRANEDIT DE NOVO"
               GO TO 3010-EXIT
           END-IF.
           SET CADEIA-LIBERADA TO TRUE.
       3010-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3020-LER-DATA-TRANCTL
      *    SO A DATA DO ARQUIVO; OS TOTAIS SAO CONFERIDOS DEPOIS,
      *    EM 4000-VERIFICAR-POSTAGEM.
      *-----------------------------------------------------------
       3020-LER-DATA-TRANCTL.
           MOVE ZEROS TO WRK-TCT-DATA-ARQUIVO.
           OPEN INPUT TRANSACOES-CONTROLE.
           IF WRK-FS-TRANCTL NOT = "35"
               READ TRANSACOES-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TCT-DATA-ARQUIVO TO WRK-TCT-DATA-ARQUIVO
               END-READ
               CLOSE TRANSACOES-CONTROLE
           END-IF.
       3020-EXIT.
           EXIT.

       3030-LER-LOG-EXECUCAO.
           READ LOG-EXECUCAO
               AT END
                   SET FIM-DE-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WRK-LOG-SEQUENCIA
                   IF LOG-PROGRAMA = "TRANEDIT"
                       AND LOG-DATA-ARQUIVO = WRK-TCT-DATA-ARQUIVO
                       MOVE WRK-LOG-SEQUENCIA TO WRK-LOG-SEQ-EDICAO
                       MOVE LOG-RETURN-CODE   TO WRK-LOG-RC-EDICAO
                   END-IF
                   IF LOG-ALTEROU-TRANSACOES
                       MOVE WRK-LOG-SEQUENCIA TO WRK-LOG-SEQ-ALTERACAO
                   END-IF
           END-READ.
       3030-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3050-VALIDAR-CONTROLE-LOTE
      *    CONFERE OS TOTAIS DE PROVA DO ARQUIVO CLIENTE-INPUT (O
               PERFORM 3100-LER-ENTRADA-LOTE THRU 3100-EXIT
           ELSE
               MOVE ENT-CLIENTE-ID TO WRK-CLIENTE-ID
               PERFORM 3210-LER-CLIENTE-LOTE THRU 3210-EXIT
      *        BASE DA LINHA DO CLIENTE NO RELATORIO DE PROJECAO
               MOVE WRK-SALDO TO WRK-PRJ-SALDO-INICIAL
               MOVE WRK-TOTAL-TRANSACOES TO WRK-PRJ-TRANSACOES-ANT
               MOVE WRK-TOTAL-EXCECOES TO WRK-PRJ-EXCECOES-ANT
               PERFORM 3220-VALIDAR-PERFIL-LOTE THRU 3220-EXIT
               IF CLIENTE-FOI-REJEITADO
                   PERFORM 3250-DESCARTAR-TRANSACOES THRU 3250-EXIT
                   IF MODO-E-SIMULACAO
                       PERFORM 7800-PROJETAR-CLIENTE THRU 7800-EXIT
                   END-IF
                   PERFORM 3100-LER-ENTRADA-LOTE THRU 3100-EXIT
                   GO TO 3200-EXIT
               END-IF
               DISPLAY WRK-NOME
               PERFORM 5050-PROCESSA-TRANSACOES-LOTE THRU 5050-EXIT
               PERFORM 8000-GRAVAR-CLIENTE THRU 8000-EXIT
                   ADD 1
                       TO WRK-CONTA-AGENCIA (WRK-CLIENTE-AGENCIA)
               END-IF
               IF MODO-E-SIMULACAO
                   PERFORM 7800-PROJETAR-CLIENTE THRU 7800-EXIT
               END-IF
               ADD 1 TO WRK-CONTADOR-LOTE
               PERFORM 3500-VERIFICAR-CHECKPOINT THRU 3500-EXIT
               PERFORM 3100-LER-ENTRADA-LOTE THRU 3100-EXIT
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3210-LER-CLIENTE-LOTE
      *    CARREGA OS CAMPOS WRK- DO CLIENTE DO LOTE A PARTIR DO
      *    MASTER, OU DE ENT- SE FOR CLIENTE NOVO. NA SIMULACAO, UM
      *    CLIENTE QUE O LOTE REAL JA TERIA GRAVADO NESTA EXECUCAO
      *    (REGISTRO REPETIDO EM CLIENTE-INPUT OU DESTINO DE
      *    TRANSFERENCIA JA CREDITADO) VEM DA TABELA DE SIMULADOS,
      *    JA QUE O MASTER NAO FOI ALTERADO.
      *-----------------------------------------------------------
       3210-LER-CLIENTE-LOTE.
           IF MODO-E-SIMULACAO
               MOVE WRK-CLIENTE-ID TO WRK-SIM-CHAVE
               PERFORM 8300-PROCURAR-SIMULADO THRU 8300-EXIT
               IF SIMULADO-ACHADO
                   SET CLIENTE-JA-EXISTE TO TRUE
                   MOVE WRK-SIM-NOME-TAB (WRK-IDX-SIM) TO WRK-NOME
                   MOVE WRK-SIM-SALDO-TAB (WRK-IDX-SIM) TO WRK-SALDO
                   MOVE WRK-SIM-STATUS-TAB (WRK-IDX-SIM)
                       TO WRK-CLIENTE-STATUS
                   MOVE WRK-SIM-LIMITE-TAB (WRK-IDX-SIM)
                       TO WRK-CLIENTE-LIMITE
                   MOVE WRK-SIM-AGENCIA-TAB (WRK-IDX-SIM)
                       TO WRK-CLIENTE-AGENCIA
                   GO TO 3210-EXIT
               END-IF
           END-IF.
           MOVE WRK-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-MASTER
               INVALID KEY
                   SET CLIENTE-E-NOVO TO TRUE
                   MOVE ENT-NOME TO WRK-NOME
                   MOVE ENT-SALDO TO WRK-SALDO
                   SET CLIENTE-STATUS-ATIVO TO TRUE
                   MOVE ZEROS TO WRK-CLIENTE-LIMITE
                   MOVE ENT-AGENCIA TO WRK-CLIENTE-AGENCIA
               NOT INVALID KEY
                   SET CLIENTE-JA-EXISTE TO TRUE
                   MOVE CLI-NOME TO WRK-NOME
                   MOVE CLI-SALDO TO WRK-SALDO
                   MOVE CLI-STATUS TO WRK-CLIENTE-STATUS
                   MOVE CLI-LIMITE TO WRK-CLIENTE-LIMITE
                   MOVE CLI-AGENCIA TO WRK-CLIENTE-AGENCIA
           END-READ.
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3220-VALIDAR-PERFIL-LOTE
      *    CLIENTE NOVO DO LOTE SO E CADASTRADO COM UM CPF VALIDO
      *    QUE NAO PERTENCA A OUTRO CLIENTE (2200-VALIDAR-CPF); SE
      *    NAO, O CLIENTE INTEIRO E REJEITADO E SUAS TRANSACOES NAO
      *    SAO APLICADAS. CLIENTE JA CADASTRADO SEM PERFIL, COM
      *    ENT-CPF INFORMADO, TEM O PERFIL CADASTRADO PELA MESMA
      *    VALIDACAO - UM CPF RECUSADO SO DEIXA DE CADASTRAR O
      *    PERFIL, E O MOVIMENTO DO CLIENTE SEGUE NORMALMENTE.
      *-----------------------------------------------------------
       3220-VALIDAR-PERFIL-LOTE.
           SET CLIENTE-FOI-ACEITO TO TRUE.
           SET NAO-GRAVAR-PERFIL TO TRUE.
           IF CLIENTE-JA-EXISTE
               IF ENT-CPF = ZEROS
                   GO TO 3220-EXIT
               END-IF
               MOVE WRK-CLIENTE-ID TO PRF-CLIENTE-ID
               READ PERFIL-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO 3220-EXIT
               END-READ
           END-IF.
           MOVE ENT-CPF TO WRK-CPF.
           PERFORM 2200-VALIDAR-CPF THRU 2200-EXIT.
           IF CPF-E-VALIDO
               MOVE ENT-NOME-COMPLETO   TO WRK-NOME-COMPLETO
               IF WRK-NOME-COMPLETO = SPACES
                   MOVE WRK-NOME TO WRK-NOME-COMPLETO
               END-IF
               MOVE ENT-DATA-NASCIMENTO TO WRK-DATA-NASCIMENTO
               MOVE ENT-LOGRADOURO      TO WRK-LOGRADOURO
               MOVE ENT-BAIRRO          TO WRK-BAIRRO
               MOVE ENT-CIDADE          TO WRK-CIDADE
               MOVE ENT-UF              TO WRK-UF
               MOVE ENT-CEP             TO WRK-CEP
               SET GRAVAR-PERFIL TO TRUE
               GO TO 3220-EXIT
           END-IF.
           DISPLAY "CLIENTE " WRK-CLIENTE-ID " - " ENT-NOME.
           PERFORM 2290-EXIBIR-CPF-RECUSADO THRU 2290-EXIT.
           IF CLIENTE-E-NOVO
               DISPLAY "CLIENTE NOVO REJEITADO - NAO CADASTRADO E "
                       "TRANSACOES NAO APLICADAS"
               SET CLIENTE-FOI-REJEITADO TO TRUE
               ADD 1 TO WRK-TOTAL-CLIENTES-REJEITADOS
           ELSE
               DISPLAY "PERFIL NAO CADASTRADO - MOVIMENTO DO CLIENTE "
                       "APLICADO NORMALMENTE"
           END-IF.
       3220-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3250-DESCARTAR-TRANSACOES
      *    AVANCA O ARQUIVO DE TRANSACOES ORDENADO PELAS TRANSACOES
      *    DO CLIENTE REJEITADO, EXIBINDO CADA UMA PARA QUE SEJA
      *    REAPRESENTADA DEPOIS DE CORRIGIDO O CADASTRO.
      *-----------------------------------------------------------
       3250-DESCARTAR-TRANSACOES.
           PERFORM 3260-DESCARTAR-TRANSACAO THRU 3260-EXIT
               UNTIL FIM-DE-TRANSACOES-ORD
                   OR TRO-CLIENTE-ID > WRK-CLIENTE-ID.
       3250-EXIT.
           EXIT.

       3260-DESCARTAR-TRANSACAO.
           IF TRO-CLIENTE-ID = WRK-CLIENTE-ID
               MOVE TRO-VALOR TO WRK-SALDO-ED
               DISPLAY "TRANSACAO NAO APLICADA - " TRO-COD-OPERACAO
                       " " WRK-SALDO-ED
               ADD 1 TO WRK-TOTAL-TRANS-DESCARTADAS
               IF MODO-E-SIMULACAO
                   MOVE TRO-COD-OPERACAO TO TRN-COD-OPERACAO
                   MOVE TRO-VALOR        TO TRN-VALOR
                   MOVE "CLIENTE NOVO REJEITADO - CPF RECUSADO"
                       TO WRK-MOTIVO-EXCECAO
                   PERFORM 7750-PROJETAR-OCORRENCIA THRU 7750-EXIT
               END-IF
           END-IF.
           PERFORM 5070-LER-TRANSACAO-ORD THRU 5070-EXIT.
       3260-EXIT.
           EXIT.

       3300-GRAVAR-TOTAL-GERAL.
           PERFORM 3350-GRAVAR-TOTAL-AGENCIA THRU 3350-EXIT
               VARYING WRK-SUB-AGENCIA FROM 1 BY 1
           MOVE WRK-TOTAL-GERAL-ED TO REL-VALOR-TOTAL.
           WRITE REL-LINHA.
           DISPLAY "TOTAL GERAL DO LOTE " WRK-TOTAL-GERAL-ED.
           IF WRK-TOTAL-CLIENTES-REJEITADOS > 0
               MOVE WRK-TOTAL-CLIENTES-REJEITADOS TO WRK-TOTAL-ED
               DISPLAY "CLIENTES NOVOS REJEITADOS (CPF) " WRK-TOTAL-ED
               MOVE WRK-TOTAL-TRANS-DESCARTADAS TO WRK-TOTAL-ED
               DISPLAY "TRANSACOES NAO APLICADAS ....... " WRK-TOTAL-ED
           END-IF.
       3300-EXIT.
           EXIT.

           EXIT.

       3600-GRAVAR-CHECKPOINT.
           IF MODO-E-SIMULACAO
               GO TO 3600-EXIT
           END-IF.
           MOVE ENT-CLIENTE-ID   TO CKP-CLIENTE-ID.
           MOVE WRK-TOTAL-GERAL  TO CKP-TOTAL-GERAL.
           OPEN OUTPUT CHECKPOINT.
      *    OPERADOR PARA CORRIGI-LO; SEM CARTAO, RE-EXIBE O PROMPT
      *    DO INTERVALO DE CHECKPOINT ATE QUE SEJA DIGITADO UM
      *    VALOR NUMERICO MAIOR QUE ZERO, EVITANDO UMA DIVISAO POR
      *    ZERO EM 3500-VERIFICAR-CHECKPOINT. A SIMULACAO NAO
      *    GRAVA CHECKPOINT E MANTEM O INTERVALO PADRAO.
      *-----------------------------------------------------------
       3700-ACEITA-INTERVALO-VALIDADO.
           IF MODO-E-SIMULACAO
               GO TO 3700-EXIT
           END-IF.
           SET INTERVALO-NAO-E-VALIDO TO TRUE.
           IF PARM-PRESENTE
               PERFORM 3720-VERIFICA-INTERVALO-PARM THRU 3720-EXIT
               DISPLAY "PARAMETRO DE INTERVALO DE CHECKPOINT "
                       "INVALIDO NO CARTAO - LOTE ABORTADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(WRK-PARM-INTERVALO)
               DISPLAY "PARAMETRO DE INTERVALO DE CHECKPOINT "
                       "IGUAL A ZERO NO CARTAO - LOTE ABORTADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9800-GRAVAR-LOG-EXECUCAO THRU 9800-EXIT
               STOP RUN
           END-IF.
           SET INTERVALO-E-VALIDO TO TRUE.
       3720-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3800-GRAVAR-TOTAIS-PROJECAO
      *    FECHA O RELATORIO DE PROJECAO COM OS TOTAIS PROJETADOS
      *    POR AGENCIA E GERAL (QUANTIDADE DE CLIENTES E SALDO) E
      *    AS CONTAGENS DO LOTE. A SIMULACAO TERMINA COM RETURN-CODE
      *    4 QUANDO O LOTE REAL SERIA RECUSADO COMO ESTA (CADEIA DE
      *    JOBS OU ARQUIVO JA POSTADO) OU QUANDO A PROJECAO NAO E
      *    COMPLETA.
      *-----------------------------------------------------------
       3800-GRAVAR-TOTAIS-PROJECAO.
           MOVE SPACES TO PRJ-LINHA.
           WRITE PRJ-LINHA.
           PERFORM 3850-GRAVAR-TOTAL-AGENCIA-PRJ THRU 3850-EXIT
               VARYING WRK-SUB-AGENCIA FROM 1 BY 1
               UNTIL WRK-SUB-AGENCIA > 99.
           MOVE SPACES TO PRJ-LINHA.
           MOVE "TOTAL GERAL PROJETADO........:" TO PRJ-TOT-TEXTO.
           MOVE WRK-CONTADOR-LOTE TO PRJ-TOT-QTDE.
           MOVE WRK-TOTAL-GERAL TO PRJ-TOT-VALOR.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           WRITE PRJ-LINHA.
           MOVE "TRANSACOES PROCESSADAS.......:" TO PRJ-TOT-TEXTO.
           MOVE WRK-TOTAL-TRANSACOES TO PRJ-TOT-QTDE.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           MOVE "DESVIOS PARA EXCECOES........:" TO PRJ-TOT-TEXTO.
           MOVE WRK-TOTAL-EXCECOES TO PRJ-TOT-QTDE.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           MOVE "CLIENTES NOVOS REJEITADOS....:" TO PRJ-TOT-TEXTO.
           MOVE WRK-TOTAL-CLIENTES-REJEITADOS TO PRJ-TOT-QTDE.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           MOVE "TRANSACOES NAO APLICADAS.....:" TO PRJ-TOT-TEXTO.
           MOVE WRK-TOTAL-TRANS-DESCARTADAS TO PRJ-TOT-QTDE.
           WRITE PRJ-LINHA.
           IF PROJECAO-INCOMPLETA
               MOVE SPACES TO PRJ-LINHA
               MOVE WRK-AVISO-INCOMPLETA TO PRJ-CAB-TEXTO
               WRITE PRJ-LINHA
               DISPLAY WRK-AVISO-INCOMPLETA
           END-IF.
           MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-GERAL-ED.
           DISPLAY "TOTAL GERAL PROJETADO " WRK-TOTAL-GERAL-ED.
           MOVE WRK-TOTAL-EXCECOES TO WRK-TOTAL-ED.
           DISPLAY "DESVIOS PARA EXCECOES " WRK-TOTAL-ED.
           DISPLAY "SIMULACAO CONCLUIDA - NENHUM ARQUIVO DO LOTE FOI "
                   "ATUALIZADO - VER RELATORIO PROJREL".
           IF CADEIA-BLOQUEADA OR ARQUIVO-JA-POSTADO
               OR PROJECAO-INCOMPLETA
               MOVE 4 TO RETURN-CODE
           END-IF.
       3800-EXIT.
           EXIT.

       3850-GRAVAR-TOTAL-AGENCIA-PRJ.
           IF WRK-CONTA-AGENCIA (WRK-SUB-AGENCIA) > 0
               MOVE WRK-SUB-AGENCIA TO WRK-NTA-AGENCIA
               MOVE SPACES TO PRJ-LINHA
               MOVE WRK-NOME-TOTAL-AGENCIA TO PRJ-TOT-TEXTO
               MOVE WRK-CONTA-AGENCIA (WRK-SUB-AGENCIA)
                   TO PRJ-TOT-QTDE
               MOVE WRK-TOTAL-AGENCIA (WRK-SUB-AGENCIA)
                   TO PRJ-TOT-VALOR
               WRITE PRJ-LINHA
           END-IF.
       3850-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    3900-GRAVAR-CABECALHO-PROJECAO
      *    TITULO DO RELATORIO DE PROJECAO, OS AVISOS DO QUE
      *    IMPEDIRIA O LOTE REAL E OS CABECALHOS DAS DUAS LINHAS DE
      *    DETALHE (CLIENTE E OCORRENCIA).
      *-----------------------------------------------------------
       3900-GRAVAR-CABECALHO-PROJECAO.
           MOVE WRK-DATA-ATUAL TO WRK-PTI-DATA.
           MOVE SPACES TO PRJ-LINHA.
           MOVE WRK-PRJ-TITULO TO PRJ-CAB-TEXTO.
           WRITE PRJ-LINHA.
           MOVE WRK-TCT-DATA-ARQUIVO TO WRK-PST-DATA.
           MOVE SPACES TO PRJ-LINHA.
           MOVE WRK-PRJ-SUBTITULO TO PRJ-CAB-TEXTO.
           WRITE PRJ-LINHA.
           IF CADEIA-BLOQUEADA
               MOVE SPACES TO PRJ-LINHA
               MOVE WRK-AVISO-CADEIA TO PRJ-CAB-TEXTO
               WRITE PRJ-LINHA
           END-IF.
           IF ARQUIVO-JA-POSTADO
               MOVE SPACES TO PRJ-LINHA
               MOVE WRK-AVISO-POSTADO TO PRJ-CAB-TEXTO
               WRITE PRJ-LINHA
           END-IF.
           MOVE SPACES TO PRJ-LINHA.
           WRITE PRJ-LINHA.
           MOVE WRK-PRJ-COLUNAS TO PRJ-CAB-TEXTO.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           MOVE WRK-PRJ-COLUNAS-OCORRENCIA TO PRJ-CAB-TEXTO.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           WRITE PRJ-LINHA.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    4000-VERIFICAR-POSTAGEM
      *    PROTECAO CONTRA A REAPLICACAO ACIDENTAL DO MESMO ARQUIVO
      *    ARQUIVO JA POSTADO: COM CARTAO DE PARAMETRO, A DECISAO
      *    VEM DO PROPRIO CARTAO (PARM-4); SEM CARTAO, O OPERADOR
      *    DECIDE NO CONSOLE. SEM AUTORIZACAO EXPLICITA, A
      *    APLICACAO E RECUSADA. A SIMULACAO NAO PEDE A DECISAO -
      *    O AVISO VAI PARA O RELATORIO DE PROJECAO.
      *-----------------------------------------------------------
       4250-DECIDIR-REPOSTAGEM.
           DISPLAY "ARQUIVO TRANSACOES DE " WRK-TCT-DATA-ARQUIVO
                   " JA POSTADO EM " WRK-DATA-POSTAGEM-ANT.
           IF MODO-E-SIMULACAO
               DISPLAY "SIMULACAO PROSSEGUE - O LOTE REAL SO O "
                       "APLICARIA COM AUTORIZACAO DE REPOSTAGEM"
               GO TO 4250-EXIT
           END-IF.
           IF PARM-PRESENTE
               MOVE WRK-PARM-REPOSTAGEM TO WRK-REPOSTAGEM
           ELSE
      *-----------------------------------------------------------
      *    5000-PROCESSA-TRANSACOES
      *    PERCORRE O ARQUIVO TRANSACOES E APLICA SOBRE WRK-SALDO
      *    CADA OPERACAO (DEPOSITO, SAQUE, JUROS, JUROS DEVEDORES,
      *    TARIFA, ESTORNO OU TRANSFERENCIA) LANCADA
      *    NO DIA PARA O CLIENTE ATUAL, NO LUGAR DOS ANTIGOS
      *    LITERAIS FIXOS 500/100/2/2.
      *-----------------------------------------------------------
      *    (5060-AVANCAR-OU-APLICAR).
      *-----------------------------------------------------------
       5210-APLICAR-OPERACAO.
           ADD 1 TO WRK-TOTAL-TRANSACOES.
           MOVE WRK-SALDO TO WRK-SALDO-ANTES.
           IF CLIENTE-STATUS-BLOQUEADO OR CLIENTE-STATUS-ENCERRADO
               PERFORM 6500-REGISTRAR-EXCECAO-BLOQUEIO THRU 6500-EXIT
           ELSE
               EVALUATE TRUE
                       PERFORM 6200-SUBTRACAO THRU 6200-EXIT
                   WHEN TRN-E-JUROS
                       PERFORM 6300-MULTIPLICACAO THRU 6300-EXIT
                   WHEN TRN-E-JUROS-DEVEDORES
                       PERFORM 6350-JUROS-DEVEDORES THRU 6350-EXIT
                   WHEN TRN-E-TARIFA
                       PERFORM 6400-TARIFA THRU 6400-EXIT
                   WHEN TRN-E-ESTORNO
                       PERFORM 6600-ESTORNO THRU 6600-EXIT
                   WHEN TRN-E-TRANSFERENCIA
      *    BLOQUEIA O SAQUE QUE DEIXARIA O SALDO ABAIXO DO LIMITE
      *    DE DESCOBERTO CONTRATADO (CLI-LIMITE - ZERO MANTEM A
      *    REGRA DE NUNCA NEGATIVAR), GRAVANDO UMA EXCECAO PARA
      *    REVISAO MANUAL EM VEZ DE APLICA-LO. O SAQUE APLICADO E
      *    TARIFADO EM SEGUIDA (6800), DEPOIS DE SUA AUDITORIA.
       6200-SUBTRACAO.
           IF WRK-SALDO - TRN-VALOR < 0 - WRK-CLIENTE-LIMITE
               PERFORM 6250-REGISTRAR-EXCECAO-SAQUE THRU 6250-EXIT
               PERFORM 7500-GRAVAR-AUDITORIA THRU 7500-EXIT
           ELSE
               SUBTRACT TRN-VALOR FROM WRK-SALDO
               MOVE WRK-SALDO TO WRK-SALDO-ED
               DISPLAY "------------------"
               PERFORM 7000-GRAVAR-LINHA-RELATORIO THRU 7000-EXIT
               PERFORM 7600-GRAVAR-HISTORICO THRU 7600-EXIT
               PERFORM 7500-GRAVAR-AUDITORIA THRU 7500-EXIT
               PERFORM 6800-COBRAR-TARIFA-OPERACAO THRU 6800-EXIT
           END-IF.
       6200-EXIT.
           EXIT.

           MOVE ZEROS  TO EXC-DATA-ORIGEM.
           MOVE SPACES TO EXC-OPER-ORIGEM.
           MOVE ZEROS  TO EXC-CLIENTE-DESTINO.
           MOVE "SAQUE ALEM DO LIMITE DE DESCOBERTO"
               TO WRK-MOTIVO-EXCECAO.
           PERFORM 7700-GRAVAR-EXCECAO THRU 7700-EXIT.
           ADD 1 TO WRK-TOTAL-EXCECOES.
           DISPLAY "SAQUE BLOQUEADO - SALDO INSUFICIENTE - "
                   "ENCAMINHADO PARA REVISAO MANUAL".
       6250-EXIT.
       6300-EXIT.
           EXIT.

      *-----JUROS DEVEDORES
      *    DEBITA TRN-VALOR, OS JUROS DO DESCOBERTO APURADOS NO MES
      *    POR JURODEV. AO CONTRARIO DA TARIFA, NAO E BLOQUEADO
      *    PELO LIMITE DE DESCOBERTO: O ENCARGO E SOBRE UM
      *    DESCOBERTO JA UTILIZADO E E DEBITADO MESMO QUE O SALDO
      *    FIQUE ABAIXO DO LIMITE.
       6350-JUROS-DEVEDORES.
           SUBTRACT TRN-VALOR FROM WRK-SALDO.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           DISPLAY  "SALDO " WRK-SALDO-ED.
           DISPLAY "------------------".
           PERFORM 7000-GRAVAR-LINHA-RELATORIO THRU 7000-EXIT.
           PERFORM 7500-GRAVAR-AUDITORIA THRU 7500-EXIT.
           PERFORM 7600-GRAVAR-HISTORICO THRU 7600-EXIT.
       6350-EXIT.
           EXIT.

      *-----TARIFA
      *    DEBITA TRN-VALOR (VALOR DA TARIFA - LANCADO EM TRANSACOES
      *    OU CALCULADO PELA TABELA DE TARIFAS EM 6800). COMO NO
      *    SAQUE, A TARIFA QUE DEIXARIA O SALDO ABAIXO DO LIMITE DE
      *    DESCOBERTO E BLOQUEADA E GRAVADA COMO EXCECAO PARA
      *    REVISAO MANUAL EM VEZ DE APLICADA.
       6400-TARIFA.
           IF WRK-SALDO - TRN-VALOR < 0 - WRK-CLIENTE-LIMITE
               DISPLAY "TARIFA BLOQUEADA - SALDO INSUFICIENTE"
               MOVE "TARIFA ALEM DO LIMITE DE DESCOBERTO"
                   TO WRK-MOTIVO-EXCECAO
               PERFORM 6450-REGISTRAR-EXCECAO-TARIFA THRU 6450-EXIT
           ELSE
               SUBTRACT TRN-VALOR FROM WRK-SALDO
               MOVE WRK-SALDO TO WRK-SALDO-ED
               DISPLAY  "SALDO " WRK-SALDO-ED
               DISPLAY "------------------"
           MOVE ZEROS  TO EXC-DATA-ORIGEM.
           MOVE SPACES TO EXC-OPER-ORIGEM.
           MOVE ZEROS  TO EXC-CLIENTE-DESTINO.
           PERFORM 7700-GRAVAR-EXCECAO THRU 7700-EXIT.
           ADD 1 TO WRK-TOTAL-EXCECOES.
           DISPLAY "TARIFA ENCAMINHADA PARA REVISAO MANUAL".
       6450-EXIT.
           EXIT.

      *    REVISAO MANUAL, ONDE PODE SER APROVADA EM ATRASO SE A
      *    RETENCAO FOR LEVANTADA. COMO NAS DEMAIS OPERACOES
      *    BLOQUEADAS, A TENTATIVA FICA REGISTRADA NA AUDITORIA COM
      *    SALDO ANTES IGUAL AO DEPOIS. OPERACAO SOBRE CONTA
      *    ENCERRADA SEGUE O MESMO CAMINHO (A REVISAO SO PODERA
      *    REJEITA-LA).
      *-----------------------------------------------------------
       6500-REGISTRAR-EXCECAO-BLOQUEIO.
           MOVE WRK-DATA-ATUAL TO EXC-DATA.
           MOVE TRN-DATA-ORIGEM     TO EXC-DATA-ORIGEM.
           MOVE TRN-OPER-ORIGEM     TO EXC-OPER-ORIGEM.
           MOVE TRN-CLIENTE-DESTINO TO EXC-CLIENTE-DESTINO.
           IF CLIENTE-STATUS-ENCERRADO
               MOVE "CONTA ENCERRADA" TO WRK-MOTIVO-EXCECAO
           ELSE
               MOVE "CONTA EM RETENCAO" TO WRK-MOTIVO-EXCECAO
           END-IF.
           PERFORM 7700-GRAVAR-EXCECAO THRU 7700-EXIT.
           ADD 1 TO WRK-TOTAL-EXCECOES.
           IF CLIENTE-STATUS-ENCERRADO
               DISPLAY "CONTA ENCERRADA - OPERACAO ENCAMINHADA PARA "
                       "REVISAO MANUAL"
           ELSE
               DISPLAY "CONTA BLOQUEADA - OPERACAO ENCAMINHADA PARA "
                       "REVISAO MANUAL"
           END-IF.
           PERFORM 7500-GRAVAR-AUDITORIA THRU 7500-EXIT.
       6500-EXIT.
           EXIT.
      *    QUE O LANCAMENTO ORIGINAL (CLIENTE, DATA, OPERACAO E
      *    VALOR DE ORIGEM) FOI MESMO APLICADO E, SE FOI, APLICA O
      *    EFEITO INVERSO AO SALDO - DEPOSITO E SUBTRAIDO
      *    (RESPEITANDO O LIMITE DE DESCOBERTO) E SAQUE, TARIFA E
      *    JUROS DEVEDORES SAO SOMADOS. JUROS NAO TEM INVERSO EXATO
      *    (E UMA TAXA SOBRE O SALDO, NAO UM VALOR) E E RECUSADO.
      *    LANCAMENTO DE ORIGEM DATADO EM PERIODO JA FECHADO NAO
      *    PODE SER DESFEITO - O MES JA FOI REPORTADO A
      *    CONTABILIDADE. ESTORNO RECUSADO VAI PARA EXCECOES COMO
      *    ITEM DE REVISAO, E TODA TENTATIVA FICA NA AUDITORIA
      *    MARCADA COM "EST-" MAIS A OPERACAO DE ORIGEM.
      *-----------------------------------------------------------
       6600-ESTORNO.
           SET ESTORNO-NAO-APLICADO TO TRUE.
           MOVE TRN-DATA-ORIGEM TO WRK-DATA-REFERENCIA.
           IF WRK-PERIODO-REFERENCIA NOT > WRK-ULTIMO-PERIODO-FECHADO
               DISPLAY "ESTORNO RECUSADO - LANCAMENTO ORIGINAL EM "
                       "PERIODO JA FECHADO"
               MOVE "ESTORNO DE LANCAMENTO EM PERIODO JA FECHADO"
                   TO WRK-MOTIVO-EXCECAO
               PERFORM 6670-REGISTRAR-EXCECAO-ESTORNO THRU 6670-EXIT
           ELSE
               PERFORM 6610-APLICAR-ESTORNO THRU 6610-EXIT
           END-IF.
           PERFORM 7550-GRAVAR-AUDITORIA-ESTORNO THRU 7550-EXIT.
       6600-EXIT.
           EXIT.

      *    CONFERE A ORIGEM NO HISTORICO E APLICA O EFEITO INVERSO.
       6610-APLICAR-ESTORNO.
           PERFORM 6650-VERIFICAR-ORIGEM THRU 6650-EXIT.
           IF ORIGEM-NAO-ENCONTRADA
               DISPLAY "ESTORNO RECUSADO - LANCAMENTO ORIGINAL NAO "
                       "LOCALIZADO NO HISTORICO"
               MOVE "ESTORNO SEM LANCAMENTO ORIGINAL NO HISTORICO"
                   TO WRK-MOTIVO-EXCECAO
               PERFORM 6670-REGISTRAR-EXCECAO-ESTORNO THRU 6670-EXIT
           ELSE
               EVALUATE TRN-OPER-ORIGEM
                           DISPLAY "ESTORNO RECUSADO - DESFAZER O "
                                   "DEPOSITO DEIXARIA O SALDO ABAIXO "
                                   "DO LIMITE DE DESCOBERTO"
                           MOVE "ESTORNO DE DEPOSITO ALEM DO LIMITE"
                               TO WRK-MOTIVO-EXCECAO
                           PERFORM 6670-REGISTRAR-EXCECAO-ESTORNO
                               THRU 6670-EXIT
                       ELSE
                           SET ESTORNO-APLICADO TO TRUE
                       END-IF
                   WHEN "SAQUE"
                   WHEN "TARIFA"
                   WHEN "JUROSDEV"
                       ADD TRN-VALOR TO WRK-SALDO
                       SET ESTORNO-APLICADO TO TRUE
                   WHEN OTHER
                       DISPLAY "ESTORNO RECUSADO - OPERACAO DE "
                               "ORIGEM NAO REVERSIVEL: "
                               TRN-OPER-ORIGEM
                       MOVE "ESTORNO DE OPERACAO NAO REVERSIVEL"
                           TO WRK-MOTIVO-EXCECAO
                       PERFORM 6670-REGISTRAR-EXCECAO-ESTORNO
                           THRU 6670-EXIT
               END-EVALUATE
               PERFORM 7000-GRAVAR-LINHA-RELATORIO THRU 7000-EXIT
               PERFORM 7650-GRAVAR-HISTORICO-ESTORNO THRU 7650-EXIT
           END-IF.
       6610-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    6650-VERIFICAR-ORIGEM
      *    PROCURA NO INDICE DO HISTORICO, POSICIONANDO NO CLIENTE
      *    E NA DATA DE ORIGEM, UM LANCAMENTO JA POSTADO QUE CASE
      *    COM O ESTORNO: MESMA OPERACAO DE ORIGEM E MESMO VALOR.
      *    ESTORNOS NAO CASAM COM OUTROS ESTORNOS. NA SIMULACAO, OS
      *    LANCAMENTOS DESTA EXECUCAO ESTAO NA TABELA DE HISTORICO
      *    SIMULADO, PROCURADA PRIMEIRO.
      *-----------------------------------------------------------
       6650-VERIFICAR-ORIGEM.
           SET ORIGEM-NAO-ENCONTRADA TO TRUE.
      *    NA SIMULACAO SEM HISTORICO O INDICE NAO FOI ABERTO; NO
      *    LOTE ELE SERIA CRIADO VAZIO, SO COM OS LANCAMENTOS DESTA
      *    EXECUCAO.
           IF MODO-E-SIMULACAO
               PERFORM 8450-PROCURAR-HIST-SIMULADO THRU 8450-EXIT
               IF ORIGEM-ENCONTRADA OR HISTORICO-E-NOVO
                   GO TO 6650-EXIT
               END-IF
           END-IF.
           SET NAO-FIM-DE-HIST-IDX TO TRUE.
           MOVE TRN-CLIENTE-ID  TO HIX-CLIENTE-ID.
           MOVE TRN-DATA-ORIGEM TO HIX-DATA.
           MOVE ZEROS           TO HIX-HORA-GRAVACAO.
           MOVE ZEROS           TO HIX-SEQUENCIA.
           START INDICE-HISTORICO KEY IS NOT < HIX-CHAVE
               INVALID KEY
                   SET FIM-DE-HIST-IDX TO TRUE
                   GO TO 6650-EXIT
           END-START.
           PERFORM 6660-LER-E-CASAR-ORIGEM THRU 6660-EXIT
               UNTIL FIM-DE-HIST-IDX OR ORIGEM-ENCONTRADA.
       6650-EXIT.
           EXIT.

      *    OS LANCAMENTOS DO CLIENTE NA DATA DE ORIGEM SAO
      *    CONTIGUOS NO INDICE; A LEITURA PARA NO PRIMEIRO REGISTRO
      *    DE OUTRO CLIENTE OU DE OUTRA DATA.
       6660-LER-E-CASAR-ORIGEM.
           READ INDICE-HISTORICO NEXT RECORD
               AT END
                   SET FIM-DE-HIST-IDX TO TRUE
                   GO TO 6660-EXIT
           END-READ.
           IF HIX-CLIENTE-ID NOT = TRN-CLIENTE-ID
               OR HIX-DATA NOT = TRN-DATA-ORIGEM
               SET FIM-DE-HIST-IDX TO TRUE
               GO TO 6660-EXIT
           END-IF.
           IF HIX-COD-OPERACAO = TRN-OPER-ORIGEM
               AND HIX-VALOR = TRN-VALOR
               AND HIX-COD-OPERACAO NOT = "ESTORNO"
               SET ORIGEM-ENCONTRADA TO TRUE
           END-IF.
       6660-EXIT.
           EXIT.

           MOVE TRN-DATA-ORIGEM TO EXC-DATA-ORIGEM.
           MOVE TRN-OPER-ORIGEM TO EXC-OPER-ORIGEM.
           MOVE ZEROS           TO EXC-CLIENTE-DESTINO.
           PERFORM 7700-GRAVAR-EXCECAO THRU 7700-EXIT.
           ADD 1 TO WRK-TOTAL-EXCECOES.
           DISPLAY "ESTORNO ENCAMINHADO PARA REVISAO MANUAL".
       6670-EXIT.
           EXIT.
           IF WRK-SALDO - TRN-VALOR < 0 - WRK-CLIENTE-LIMITE
               DISPLAY "TRANSFERENCIA RECUSADA - DEBITO DEIXARIA O "
                       "SALDO ABAIXO DO LIMITE DE DESCOBERTO"
               MOVE "TRANSFERENCIA ALEM DO LIMITE DE DESCOBERTO"
                   TO WRK-MOTIVO-EXCECAO
               PERFORM 6770-REGISTRAR-EXCECAO-TRANSF THRU 6770-EXIT
           ELSE
               IF TRN-CLIENTE-DESTINO = WRK-CLIENTE-ID
                   DISPLAY "TRANSFERENCIA RECUSADA - DESTINO IGUAL "
                           "A ORIGEM"
                   MOVE "TRANSFERENCIA COM DESTINO IGUAL A ORIGEM"
                       TO WRK-MOTIVO-EXCECAO
                   PERFORM 6770-REGISTRAR-EXCECAO-TRANSF
                       THRU 6770-EXIT
               ELSE
      *-----------------------------------------------------------
      *    6710-LER-DESTINO
      *    LE O CLIENTE DE DESTINO NO MASTER E VALIDA QUE ELE
      *    EXISTE E NAO ESTA EM RETENCAO NEM ENCERRADO; SO ENTAO A
      *    TRANSFERENCIA E LIBERADA PARA EFETIVACAO. NA SIMULACAO,
      *    UM DESTINO QUE O LOTE REAL JA TERIA GRAVADO NESTA
      *    EXECUCAO VEM DA TABELA DE SIMULADOS PARA CLI-REGISTRO.
      *-----------------------------------------------------------
       6710-LER-DESTINO.
           IF MODO-E-SIMULACAO
               MOVE TRN-CLIENTE-DESTINO TO WRK-SIM-CHAVE
               PERFORM 8300-PROCURAR-SIMULADO THRU 8300-EXIT
               IF SIMULADO-ACHADO
                   MOVE TRN-CLIENTE-DESTINO TO CLI-ID
                   MOVE WRK-SIM-NOME-TAB (WRK-IDX-SIM) TO CLI-NOME
                   MOVE WRK-SIM-SALDO-TAB (WRK-IDX-SIM) TO CLI-SALDO
                   MOVE WRK-SIM-STATUS-TAB (WRK-IDX-SIM) TO CLI-STATUS
                   MOVE WRK-SIM-LIMITE-TAB (WRK-IDX-SIM) TO CLI-LIMITE
                   MOVE WRK-SIM-AGENCIA-TAB (WRK-IDX-SIM)
                       TO CLI-AGENCIA
                   PERFORM 6715-VALIDAR-DESTINO THRU 6715-EXIT
                   GO TO 6710-EXIT
               END-IF
           END-IF.
           MOVE TRN-CLIENTE-DESTINO TO CLI-ID.
           READ CLIENTE-MASTER
               INVALID KEY
                   DISPLAY "TRANSFERENCIA RECUSADA - DESTINO "
                           TRN-CLIENTE-DESTINO
                           " NAO CADASTRADO NO MASTER"
                   MOVE "TRANSFERENCIA PARA DESTINO NAO CADASTRADO"
                       TO WRK-MOTIVO-EXCECAO
                   PERFORM 6770-REGISTRAR-EXCECAO-TRANSF
                       THRU 6770-EXIT
               NOT INVALID KEY
                   PERFORM 6715-VALIDAR-DESTINO THRU 6715-EXIT
           END-READ.
       6710-EXIT.
           EXIT.

       6715-VALIDAR-DESTINO.
           EVALUATE TRUE
               WHEN CLI-STATUS-BLOQUEADO
                   DISPLAY "TRANSFERENCIA RECUSADA - DESTINO "
                           "EM RETENCAO"
                   MOVE "TRANSFERENCIA PARA DESTINO EM RETENCAO"
                       TO WRK-MOTIVO-EXCECAO
                   PERFORM 6770-REGISTRAR-EXCECAO-TRANSF
                       THRU 6770-EXIT
               WHEN CLI-STATUS-ENCERRADO
                   DISPLAY "TRANSFERENCIA RECUSADA - DESTINO "
                           "COM CONTA ENCERRADA"
                   MOVE "TRANSFERENCIA PARA DESTINO COM CONTA ENCERRADA"
                       TO WRK-MOTIVO-EXCECAO
                   PERFORM 6770-REGISTRAR-EXCECAO-TRANSF
                       THRU 6770-EXIT
               WHEN OTHER
                   SET TRANSFERENCIA-PERMITIDA TO TRUE
                   MOVE CLI-NOME  TO WRK-DESTINO-NOME
                   MOVE CLI-SALDO TO WRK-DESTINO-SALDO-ANTES
           END-EVALUATE.
       6715-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    6720-EFETIVAR-TRANSFERENCIA
      *    COM TODAS AS VALIDACOES FEITAS, APLICA OS DOIS LADOS:
      *    CREDITA E REGRAVA O DESTINO (AINDA EM CLI-REGISTRO) E
      *    DEBITA O CLIENTE ATUAL EM WRK-SALDO, GRAVANDO AUDITORIA
      *    E HISTORICO DOS DOIS LADOS, CADA UM APONTANDO PARA A
      *    CONTRAPARTE. A TARIFA DA TRANSFERENCIA E COBRADA DO
      *    CLIENTE DE ORIGEM EM SEGUIDA (6800).
      *-----------------------------------------------------------
       6720-EFETIVAR-TRANSFERENCIA.
           ADD TRN-VALOR TO CLI-SALDO.
           MOVE CLI-SALDO TO WRK-DESTINO-SALDO.
           IF MODO-E-SIMULACAO
               PERFORM 8250-SIMULAR-CREDITO-DESTINO THRU 8250-EXIT
           ELSE
               REWRITE CLI-REGISTRO
           END-IF.
           PERFORM 7570-GRAVAR-AUDITORIA-CREDITO THRU 7570-EXIT.
           PERFORM 7680-GRAVAR-HISTORICO-CREDITO THRU 7680-EXIT.
           SUBTRACT TRN-VALOR FROM WRK-SALDO.
           PERFORM 7000-GRAVAR-LINHA-RELATORIO THRU 7000-EXIT.
           PERFORM 7560-GRAVAR-AUDITORIA-DEBITO THRU 7560-EXIT.
           PERFORM 7670-GRAVAR-HISTORICO-DEBITO THRU 7670-EXIT.
           PERFORM 6800-COBRAR-TARIFA-OPERACAO THRU 6800-EXIT.
       6720-EXIT.
           EXIT.

           MOVE ZEROS  TO EXC-DATA-ORIGEM.
           MOVE SPACES TO EXC-OPER-ORIGEM.
           MOVE TRN-CLIENTE-DESTINO TO EXC-CLIENTE-DESTINO.
           PERFORM 7700-GRAVAR-EXCECAO THRU 7700-EXIT.
           ADD 1 TO WRK-TOTAL-EXCECOES.
           DISPLAY "TRANSFERENCIA ENCAMINHADA PARA REVISAO MANUAL "
                   "- NENHUM DOS DOIS LADOS FOI APLICADO".
       6770-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    6800-COBRAR-TARIFA-OPERACAO
      *    COBRA A TARIFA DO SAQUE OU DA TRANSFERENCIA QUE ACABOU DE
      *    SER APLICADA, CONFORME A TABELA DE TARIFAS, COMO UM
      *    LANCAMENTO TARIFA PROPRIO: O REGISTRO TRN-REGISTRO
      *    CORRENTE E TROCADO PELA TARIFA E APLICADO POR 6400
      *    (RELATORIO, AUDITORIA E HISTORICO, OU EXCECAO SE A
      *    TARIFA ESTOURAR O LIMITE), E DEPOIS RESTAURADO. SEM
      *    TARIFA CADASTRADA OU COM TARIFA CALCULADA ZERO, NADA E
      *    COBRADO. TARIFA CALCULADA MAIOR QUE O VALOR QUE UM
      *    LANCAMENTO COMPORTA NAO E COBRADA: VAI PARA EXCECOES
      *    COMO TARIFA, PELO MAIOR VALOR LANCAVEL
      *    (WRK-TARIFA-MAXIMA), PARA QUE A APROVACAO EM EXCREVIS SO
      *    POSSA COBRAR A TARIFA, NUNCA REAPLICAR A OPERACAO DE
      *    ORIGEM.
      *-----------------------------------------------------------
       6800-COBRAR-TARIFA-OPERACAO.
           IF TARIFAS-AUSENTE
               GO TO 6800-EXIT
           END-IF.
           PERFORM 6810-LOCALIZAR-TARIFA THRU 6810-EXIT.
           IF TARIFA-NAO-ENCONTRADA
               GO TO 6800-EXIT
           END-IF.
           PERFORM 6820-CALCULAR-TARIFA THRU 6820-EXIT.
           IF TARIFA-FORA-DA-FAIXA
               DISPLAY "TARIFA NAO COBRADA - VALOR CALCULADO ACIMA "
                       "DO MAXIMO DE UM LANCAMENTO"
               MOVE "TARIFA CALCULADA ACIMA DO MAXIMO LANCAVEL"
                   TO WRK-MOTIVO-EXCECAO
               MOVE TRN-COD-OPERACAO  TO WRK-TARIFA-OPER-ORIG
               MOVE TRN-VALOR         TO WRK-TARIFA-VALOR-ORIG
               SET TRN-E-TARIFA       TO TRUE
               MOVE WRK-TARIFA-MAXIMA TO TRN-VALOR
               PERFORM 6450-REGISTRAR-EXCECAO-TARIFA THRU 6450-EXIT
               MOVE WRK-TARIFA-OPER-ORIG  TO TRN-COD-OPERACAO
               MOVE WRK-TARIFA-VALOR-ORIG TO TRN-VALOR
               GO TO 6800-EXIT
           END-IF.
           IF WRK-VALOR-TARIFA = 0
               GO TO 6800-EXIT
           END-IF.
           MOVE TRN-COD-OPERACAO  TO WRK-TARIFA-OPER-ORIG.
           MOVE TRN-VALOR         TO WRK-TARIFA-VALOR-ORIG.
           SET TRN-E-TARIFA       TO TRUE.
           MOVE WRK-VALOR-TARIFA  TO TRN-VALOR.
           MOVE WRK-SALDO         TO WRK-SALDO-ANTES.
           PERFORM 6400-TARIFA THRU 6400-EXIT.
           MOVE WRK-TARIFA-OPER-ORIG  TO TRN-COD-OPERACAO.
           MOVE WRK-TARIFA-VALOR-ORIG TO TRN-VALOR.
       6800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    6810-LOCALIZAR-TARIFA
      *    PROCURA A TARIFA DA OPERACAO NA AGENCIA DO CLIENTE E, SE
      *    NAO HOUVER, NA AGENCIA 00 (TARIFA PADRAO).
      *-----------------------------------------------------------
       6810-LOCALIZAR-TARIFA.
           SET TARIFA-ENCONTRADA TO TRUE.
           MOVE TRN-COD-OPERACAO    TO TAR-COD-OPERACAO.
           MOVE WRK-CLIENTE-AGENCIA TO TAR-AGENCIA.
           READ TABELA-TARIFAS
               INVALID KEY
                   MOVE TRN-COD-OPERACAO TO TAR-COD-OPERACAO
                   MOVE ZEROS            TO TAR-AGENCIA
                   READ TABELA-TARIFAS
                       INVALID KEY
                           SET TARIFA-NAO-ENCONTRADA TO TRUE
                   END-READ
           END-READ.
       6810-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    6820-CALCULAR-TARIFA
      *    VALOR FIXO MAIS O PERCENTUAL SOBRE O VALOR DA OPERACAO,
      *    ARREDONDADO AO CENTAVO, ELEVADO AO MINIMO E LIMITADO AO
      *    MAXIMO (MAXIMO ZERO = SEM MAXIMO). SEM MAXIMO, O
      *    PERCENTUAL PODE DAR UMA TARIFA QUE NAO CABE EM
      *    WRK-VALOR-TARIFA; ELA E MARCADA FORA DA FAIXA.
      *-----------------------------------------------------------
       6820-CALCULAR-TARIFA.
           SET TARIFA-DENTRO-DA-FAIXA TO TRUE.
           COMPUTE WRK-TARIFA-CALCULADA ROUNDED =
               TAR-VALOR-FIXO + (TRN-VALOR * TAR-PERCENTUAL / 100)
               ON SIZE ERROR
                   SET TARIFA-FORA-DA-FAIXA TO TRUE
                   GO TO 6820-EXIT
           END-COMPUTE.
           IF WRK-TARIFA-CALCULADA < TAR-VALOR-MINIMO
               MOVE TAR-VALOR-MINIMO TO WRK-TARIFA-CALCULADA
           END-IF.
           IF TAR-VALOR-MAXIMO > 0
               AND WRK-TARIFA-CALCULADA > TAR-VALOR-MAXIMO
               MOVE TAR-VALOR-MAXIMO TO WRK-TARIFA-CALCULADA
           END-IF.
           COMPUTE WRK-VALOR-TARIFA = WRK-TARIFA-CALCULADA
               ON SIZE ERROR
                   SET TARIFA-FORA-DA-FAIXA TO TRUE
           END-COMPUTE.
       6820-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    7000-GRAVAR-LINHA-RELATORIO
      *    GRAVA NO RELATORIO DE EXTRATO UMA LINHA COM O NOME DO
      *    FORMATADO, PARA IMPRESSAO OU ARQUIVAMENTO.
      *-----------------------------------------------------------
       7000-GRAVAR-LINHA-RELATORIO.
           IF MODO-E-SIMULACAO
               GO TO 7000-EXIT
           END-IF.
           MOVE SPACES         TO REL-LINHA.
           MOVE WRK-NOME       TO REL-NOME.
           MOVE TRN-COD-OPERACAO TO REL-OPERACAO.
      *    SALDO SEM DEPENDER DA TRANSCRICAO DO TERMINAL.
      *-----------------------------------------------------------
       7500-GRAVAR-AUDITORIA.
           IF MODO-E-SIMULACAO
               GO TO 7500-EXIT
           END-IF.
           MOVE WRK-DATA-ATUAL    TO AUD-DATA.
           MOVE WRK-CLIENTE-ID    TO AUD-CLIENTE-ID.
           MOVE WRK-NOME          TO AUD-NOME.
           MOVE WRK-SALDO-ANTES   TO AUD-SALDO-ANTES.
           MOVE WRK-SALDO         TO AUD-SALDO-DEPOIS.
           MOVE WRK-JOB-ID        TO AUD-JOB-ID.
           MOVE SPACES            TO AUD-OPERADOR.
           MOVE SPACES            TO AUD-CONFIRMADOR.
           WRITE AUD-REGISTRO.
       7500-EXIT.
           EXIT.
      *    OPERACOES BLOQUEADAS.
      *-----------------------------------------------------------
       7550-GRAVAR-AUDITORIA-ESTORNO.
           IF MODO-E-SIMULACAO
               GO TO 7550-EXIT
           END-IF.
           MOVE TRN-OPER-ORIGEM   TO WRK-EST-OPER.
           MOVE WRK-DATA-ATUAL    TO AUD-DATA.
           MOVE WRK-CLIENTE-ID    TO AUD-CLIENTE-ID.
           MOVE WRK-SALDO-ANTES   TO AUD-SALDO-ANTES.
           MOVE WRK-SALDO         TO AUD-SALDO-DEPOIS.
           MOVE WRK-JOB-ID        TO AUD-JOB-ID.
           MOVE SPACES            TO AUD-OPERADOR.
           MOVE SPACES            TO AUD-CONFIRMADOR.
           WRITE AUD-REGISTRO.
       7550-EXIT.
           EXIT.
      *    DO DESTINO.
      *-----------------------------------------------------------
       7560-GRAVAR-AUDITORIA-DEBITO.
           IF MODO-E-SIMULACAO
               GO TO 7560-EXIT
           END-IF.
           MOVE WRK-DATA-ATUAL    TO AUD-DATA.
           MOVE WRK-CLIENTE-ID    TO AUD-CLIENTE-ID.
           MOVE WRK-NOME          TO AUD-NOME.
           MOVE WRK-SALDO-ANTES   TO AUD-SALDO-ANTES.
           MOVE WRK-SALDO         TO AUD-SALDO-DEPOIS.
           MOVE WRK-JOB-ID        TO AUD-JOB-ID.
           MOVE SPACES            TO AUD-OPERADOR.
           MOVE SPACES            TO AUD-CONFIRMADOR.
           WRITE AUD-REGISTRO.
       7560-EXIT.
           EXIT.
      *    "TRANSF-CRE".
      *-----------------------------------------------------------
       7570-GRAVAR-AUDITORIA-CREDITO.
           IF MODO-E-SIMULACAO
               GO TO 7570-EXIT
           END-IF.
           MOVE WRK-DATA-ATUAL         TO AUD-DATA.
           MOVE TRN-CLIENTE-DESTINO    TO AUD-CLIENTE-ID.
           MOVE WRK-DESTINO-NOME       TO AUD-NOME.
           MOVE WRK-DESTINO-SALDO-ANTES TO AUD-SALDO-ANTES.
           MOVE WRK-DESTINO-SALDO      TO AUD-SALDO-DEPOIS.
           MOVE WRK-JOB-ID             TO AUD-JOB-ID.
           MOVE SPACES                 TO AUD-OPERADOR.
           MOVE SPACES                 TO AUD-CONFIRMADOR.
           WRITE AUD-REGISTRO.
       7570-EXIT.
           EXIT.
      *    ARQUIVO DO PROXIMO DIA.
      *-----------------------------------------------------------
       7600-GRAVAR-HISTORICO.
           IF MODO-E-SIMULACAO
               MOVE TRN-CLIENTE-ID   TO WRK-SHS-CLIENTE
               MOVE TRN-COD-OPERACAO TO WRK-SHS-OPERACAO
               PERFORM 8400-SIMULAR-HISTORICO THRU 8400-EXIT
               GO TO 7600-EXIT
           END-IF.
           MOVE WRK-DATA-ATUAL    TO HIS-DATA.
           MOVE TRN-CLIENTE-ID    TO HIS-CLIENTE-ID.
           MOVE TRN-COD-OPERACAO  TO HIS-COD-OPERACAO.
           MOVE SPACES            TO HIS-OPER-ORIGEM.
           MOVE ZEROS             TO HIS-CONTRAPARTE.
           WRITE HIS-REGISTRO.
           PERFORM 7690-GRAVAR-INDICE-HISTORICO THRU 7690-EXIT.
       7600-EXIT.
           EXIT.

      *    AMARRANDO O ESTORNO AO QUE ELE DESFAZ.
      *-----------------------------------------------------------
       7650-GRAVAR-HISTORICO-ESTORNO.
           IF MODO-E-SIMULACAO
               MOVE TRN-CLIENTE-ID   TO WRK-SHS-CLIENTE
               MOVE TRN-COD-OPERACAO TO WRK-SHS-OPERACAO
               PERFORM 8400-SIMULAR-HISTORICO THRU 8400-EXIT
               GO TO 7650-EXIT
           END-IF.
           MOVE WRK-DATA-ATUAL    TO HIS-DATA.
           MOVE TRN-CLIENTE-ID    TO HIS-CLIENTE-ID.
           MOVE TRN-COD-OPERACAO  TO HIS-COD-OPERACAO.
           MOVE TRN-OPER-ORIGEM   TO HIS-OPER-ORIGEM.
           MOVE ZEROS             TO HIS-CONTRAPARTE.
           WRITE HIS-REGISTRO.
           PERFORM 7690-GRAVAR-INDICE-HISTORICO THRU 7690-EXIT.
       7650-EXIT.
           EXIT.

      *    COM O CLIENTE DE DESTINO EM HIS-CONTRAPARTE.
      *-----------------------------------------------------------
       7670-GRAVAR-HISTORICO-DEBITO.
           IF MODO-E-SIMULACAO
               MOVE WRK-CLIENTE-ID   TO WRK-SHS-CLIENTE
               MOVE "TRANSF-D"       TO WRK-SHS-OPERACAO
               PERFORM 8400-SIMULAR-HISTORICO THRU 8400-EXIT
               GO TO 7670-EXIT
           END-IF.
           MOVE WRK-DATA-ATUAL      TO HIS-DATA.
           MOVE WRK-CLIENTE-ID      TO HIS-CLIENTE-ID.
           MOVE "TRANSF-D"          TO HIS-COD-OPERACAO.
           MOVE SPACES              TO HIS-OPER-ORIGEM.
           MOVE TRN-CLIENTE-DESTINO TO HIS-CONTRAPARTE.
           WRITE HIS-REGISTRO.
           PERFORM 7690-GRAVAR-INDICE-HISTORICO THRU 7690-EXIT.
       7670-EXIT.
           EXIT.

      *    ("TRANSF-C"), COM O CLIENTE DE ORIGEM EM HIS-CONTRAPARTE.
      *-----------------------------------------------------------
       7680-GRAVAR-HISTORICO-CREDITO.
           IF MODO-E-SIMULACAO
               MOVE TRN-CLIENTE-DESTINO TO WRK-SHS-CLIENTE
               MOVE "TRANSF-C"          TO WRK-SHS-OPERACAO
               PERFORM 8400-SIMULAR-HISTORICO THRU 8400-EXIT
               GO TO 7680-EXIT
           END-IF.
           MOVE WRK-DATA-ATUAL      TO HIS-DATA.
           MOVE TRN-CLIENTE-DESTINO TO HIS-CLIENTE-ID.
           MOVE "TRANSF-C"          TO HIS-COD-OPERACAO.
           MOVE SPACES              TO HIS-OPER-ORIGEM.
           MOVE WRK-CLIENTE-ID      TO HIS-CONTRAPARTE.
           WRITE HIS-REGISTRO.
           PERFORM 7690-GRAVAR-INDICE-HISTORICO THRU 7690-EXIT.
       7680-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    7690-GRAVAR-INDICE-HISTORICO
      *    COPIA PARA O INDICE DO HISTORICO (COPY HIXLAY) O
      *    REGISTRO DE TRANSACOES-HISTORICO ACABADO DE GRAVAR. A
      *    CHAVE SE COMPLETA COM A HORA DE INICIO DESTA EXECUCAO E
      *    A ORDEM DA GRAVACAO NELA. UMA FALHA NA GRAVACAO DO
      *    INDICE E EXIBIDA - O LANCAMENTO JA ESTA EM TRANHIST, E
      *    HISINDEX RECRIA O INDICE A PARTIR DELE.
      *-----------------------------------------------------------
       7690-GRAVAR-INDICE-HISTORICO.
           ADD 1 TO WRK-HIX-SEQUENCIA.
           MOVE HIS-CLIENTE-ID      TO HIX-CLIENTE-ID.
           MOVE HIS-DATA            TO HIX-DATA.
           MOVE WRK-LOG-HORA-INICIO TO HIX-HORA-GRAVACAO.
           MOVE WRK-HIX-SEQUENCIA   TO HIX-SEQUENCIA.
           MOVE HIS-COD-OPERACAO    TO HIX-COD-OPERACAO.
           MOVE HIS-VALOR           TO HIX-VALOR.
           MOVE HIS-DATA-ORIGEM     TO HIX-DATA-ORIGEM.
           MOVE HIS-OPER-ORIGEM     TO HIX-OPER-ORIGEM.
           MOVE HIS-CONTRAPARTE     TO HIX-CONTRAPARTE.
           WRITE HIX-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR INDICE DO HISTORICO - "
                           "STATUS " WRK-FS-HIST-IDX
                           " - EXECUTE HISINDEX"
           END-WRITE.
       7690-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    7700-GRAVAR-EXCECAO
      *    GRAVA EM EXCECOES O REGISTRO JA MONTADO EM EXC-REGISTRO;
      *    NA SIMULACAO DO LOTE, EM VEZ DISSO, A OPERACAO SAI NO
      *    RELATORIO DE PROJECAO COM O MOTIVO EM WRK-MOTIVO-EXCECAO.
      *-----------------------------------------------------------
       7700-GRAVAR-EXCECAO.
           IF MODO-E-SIMULACAO
               PERFORM 7750-PROJETAR-OCORRENCIA THRU 7750-EXIT
           ELSE
               WRITE EXC-REGISTRO
           END-IF.
       7700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    7750-PROJETAR-OCORRENCIA
      *    LINHA DE OCORRENCIA DO RELATORIO DE PROJECAO: A OPERACAO
      *    CORRENTE (TRN-) DO CLIENTE DO LOTE E O MOTIVO.
      *-----------------------------------------------------------
       7750-PROJETAR-OCORRENCIA.
           MOVE SPACES             TO PRJ-LINHA.
           MOVE WRK-CLIENTE-ID     TO PRJ-OCO-CLIENTE-ID.
           MOVE TRN-COD-OPERACAO   TO PRJ-OCO-OPERACAO.
           MOVE TRN-VALOR          TO PRJ-OCO-VALOR.
           MOVE WRK-MOTIVO-EXCECAO TO PRJ-OCO-MOTIVO.
           WRITE PRJ-LINHA.
       7750-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    7800-PROJETAR-CLIENTE
      *    LINHA DO CLIENTE NO RELATORIO DE PROJECAO, DEPOIS DAS
      *    SUAS OCORRENCIAS: SALDO DE ENTRADA, SALDO FINAL
      *    PROJETADO, QUANTIDADE DE OPERACOES DO CLIENTE NO LOTE E
      *    QUANTAS DELAS IRIAM PARA EXCECOES (INCLUINDO AS TARIFAS
      *    AUTOMATICAS). A SITUACAO MOSTRA CLIENTE NOVO, CLIENTE
      *    REJEITADO E CONTA EM RETENCAO OU ENCERRADA.
      *-----------------------------------------------------------
       7800-PROJETAR-CLIENTE.
           MOVE SPACES                TO PRJ-LINHA.
           MOVE WRK-CLIENTE-ID        TO PRJ-DET-CLIENTE-ID.
           MOVE WRK-NOME              TO PRJ-DET-NOME.
           MOVE WRK-CLIENTE-AGENCIA   TO PRJ-DET-AGENCIA.
           MOVE WRK-PRJ-SALDO-INICIAL TO PRJ-DET-SALDO-INICIAL.
           MOVE WRK-SALDO             TO PRJ-DET-SALDO-PROJETADO.
           COMPUTE WRK-PRJ-QTDE =
               WRK-TOTAL-TRANSACOES - WRK-PRJ-TRANSACOES-ANT.
           MOVE WRK-PRJ-QTDE          TO PRJ-DET-OPERACOES.
           COMPUTE WRK-PRJ-QTDE =
               WRK-TOTAL-EXCECOES - WRK-PRJ-EXCECOES-ANT.
           MOVE WRK-PRJ-QTDE          TO PRJ-DET-EXCECOES.
           EVALUATE TRUE
               WHEN CLIENTE-FOI-REJEITADO
                   MOVE "REJEITADO" TO PRJ-DET-SITUACAO
               WHEN CLIENTE-E-NOVO
                   MOVE "NOVO"      TO PRJ-DET-SITUACAO
               WHEN CLIENTE-STATUS-BLOQUEADO
                   MOVE "RETENCAO"  TO PRJ-DET-SITUACAO
               WHEN CLIENTE-STATUS-ENCERRADO
                   MOVE "ENCERRADA" TO PRJ-DET-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE PRJ-LINHA.
       7800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8000-GRAVAR-CLIENTE
      *    PERSISTE O SALDO AJUSTADO NO ARQUIVO CLIENTE-MASTER,
      *    GRAVANDO UM REGISTRO NOVO OU REGRAVANDO O EXISTENTE. NA
      *    SIMULACAO DO LOTE O CLIENTE VAI SO PARA A TABELA DE
      *    SIMULADOS, E O PERFIL NAO E GRAVADO.
      *-----------------------------------------------------------
       8000-GRAVAR-CLIENTE.
           IF MODO-E-SIMULACAO
               PERFORM 8200-SIMULAR-GRAVACAO-CLIENTE THRU 8200-EXIT
               ADD 1 TO WRK-TOTAL-GRAVADOS
               SET NAO-GRAVAR-PERFIL TO TRUE
               GO TO 8000-EXIT
           END-IF.
           MOVE WRK-CLIENTE-ID     TO CLI-ID.
           MOVE WRK-NOME           TO CLI-NOME.
           MOVE WRK-SALDO          TO CLI-SALDO.
           ELSE
               REWRITE CLI-REGISTRO
           END-IF.
           ADD 1 TO WRK-TOTAL-GRAVADOS.
           IF GRAVAR-PERFIL
               PERFORM 8050-GRAVAR-PERFIL THRU 8050-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8050-GRAVAR-PERFIL
      *    GRAVA O PERFIL DO CLIENTE (COPY PRFLAY) JA VALIDADO NO
      *    CADASTRO. UM REGISTRO QUE JA EXISTA PARA O CLI-ID (SOBRA
      *    DE UM CADASTRO ANTERIOR DESFEITO) E SUBSTITUIDO.
      *-----------------------------------------------------------
       8050-GRAVAR-PERFIL.
           MOVE WRK-CLIENTE-ID      TO PRF-CLIENTE-ID.
           MOVE WRK-CPF             TO PRF-CPF.
           MOVE WRK-NOME-COMPLETO   TO PRF-NOME-COMPLETO.
           MOVE WRK-DATA-NASCIMENTO TO PRF-DATA-NASCIMENTO.
           MOVE WRK-LOGRADOURO      TO PRF-LOGRADOURO.
           MOVE WRK-BAIRRO          TO PRF-BAIRRO.
           MOVE WRK-CIDADE          TO PRF-CIDADE.
           MOVE WRK-UF              TO PRF-UF.
           MOVE WRK-CEP             TO PRF-CEP.
           MOVE WRK-DATA-ATUAL      TO PRF-DATA-CADASTRO.
           WRITE PRF-REGISTRO.
           IF WRK-FS-PERFIL = "22"
               REWRITE PRF-REGISTRO
           END-IF.
           IF WRK-FS-PERFIL = "00" OR WRK-FS-PERFIL = "02"
               ADD 1 TO WRK-TOTAL-PERFIS-GRAVADOS
           ELSE
               DISPLAY "ERRO AO GRAVAR PERFIL DO CLIENTE "
                       WRK-CLIENTE-ID " - STATUS " WRK-FS-PERFIL
           END-IF.
           SET NAO-GRAVAR-PERFIL TO TRUE.
       8050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8100-EXPORTAR-RAZAO
      *    GRAVA NO ARQUIVO RAZAO-GL O SALDO FINAL AJUSTADO DO
      *    CONTABILIDADE, PARA QUE O AJUSTE CHEGUE AOS LIVROS.
      *-----------------------------------------------------------
       8100-EXPORTAR-RAZAO.
           IF MODO-E-SIMULACAO
               GO TO 8100-EXIT
           END-IF.
           MOVE WRK-CLIENTE-ID TO RAZ-CLIENTE-ID.
           MOVE WRK-NOME       TO RAZ-NOME.
           MOVE WRK-SALDO      TO RAZ-SALDO-FINAL.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8200-SIMULAR-GRAVACAO-CLIENTE
      *    NA SIMULACAO, GUARDA NA TABELA DE SIMULADOS O CLIENTE QUE
      *    O LOTE REAL GRAVARIA NO MASTER, COM O SALDO PROJETADO E
      *    O CPF DO PERFIL QUE SERIA GRAVADO JUNTO.
      *-----------------------------------------------------------
       8200-SIMULAR-GRAVACAO-CLIENTE.
           MOVE WRK-CLIENTE-ID TO WRK-SIM-CHAVE.
           PERFORM 8300-PROCURAR-SIMULADO THRU 8300-EXIT.
           IF SIMULADO-NAO-ACHADO
               PERFORM 8350-INCLUIR-SIMULADO THRU 8350-EXIT
           END-IF.
           IF SIMULADO-NAO-ACHADO
               GO TO 8200-EXIT
           END-IF.
           MOVE WRK-NOME            TO WRK-SIM-NOME-TAB (WRK-IDX-SIM).
           MOVE WRK-SALDO           TO WRK-SIM-SALDO-TAB (WRK-IDX-SIM).
           MOVE WRK-CLIENTE-STATUS  TO WRK-SIM-STATUS-TAB (WRK-IDX-SIM).
           MOVE WRK-CLIENTE-LIMITE  TO WRK-SIM-LIMITE-TAB (WRK-IDX-SIM).
           MOVE WRK-CLIENTE-AGENCIA
               TO WRK-SIM-AGENCIA-TAB (WRK-IDX-SIM).
           IF GRAVAR-PERFIL
               MOVE WRK-CPF TO WRK-SIM-CPF-TAB (WRK-IDX-SIM)
           END-IF.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8250-SIMULAR-CREDITO-DESTINO
      *    NA SIMULACAO, O DESTINO CREDITADO (EM CLI-REGISTRO) VAI
      *    PARA A TABELA DE SIMULADOS EM VEZ DE SER REGRAVADO NO
      *    MASTER. SE O DESTINO JA FOI PROCESSADO NESTE LOTE, SUA
      *    LINHA NA PROJECAO JA SAIU SEM O CREDITO, E UMA LINHA DE
      *    OCORRENCIA REGISTRA O CREDITO POSTERIOR.
      *-----------------------------------------------------------
       8250-SIMULAR-CREDITO-DESTINO.
           MOVE CLI-ID TO WRK-SIM-CHAVE.
           PERFORM 8300-PROCURAR-SIMULADO THRU 8300-EXIT.
           IF SIMULADO-NAO-ACHADO
               PERFORM 8350-INCLUIR-SIMULADO THRU 8350-EXIT
           END-IF.
           IF SIMULADO-ACHADO
               MOVE CLI-NOME    TO WRK-SIM-NOME-TAB (WRK-IDX-SIM)
               MOVE CLI-SALDO   TO WRK-SIM-SALDO-TAB (WRK-IDX-SIM)
               MOVE CLI-STATUS  TO WRK-SIM-STATUS-TAB (WRK-IDX-SIM)
               MOVE CLI-LIMITE  TO WRK-SIM-LIMITE-TAB (WRK-IDX-SIM)
               MOVE CLI-AGENCIA TO WRK-SIM-AGENCIA-TAB (WRK-IDX-SIM)
           END-IF.
           IF TRN-CLIENTE-DESTINO < WRK-CLIENTE-ID
               MOVE TRN-CLIENTE-DESTINO TO WRK-MCR-DESTINO
               MOVE WRK-MOTIVO-CREDITO  TO WRK-MOTIVO-EXCECAO
               PERFORM 7750-PROJETAR-OCORRENCIA THRU 7750-EXIT
           END-IF.
       8250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8300-PROCURAR-SIMULADO
      *    PROCURA WRK-SIM-CHAVE NA TABELA DE SIMULADOS; ACHADO,
      *    WRK-IDX-SIM APONTA A ENTRADA.
      *-----------------------------------------------------------
       8300-PROCURAR-SIMULADO.
           SET SIMULADO-NAO-ACHADO TO TRUE.
           IF WRK-TOTAL-SIMULADOS > 0
               SET WRK-IDX-SIM TO 1
               SEARCH WRK-SIM-TAB
                   AT END
                       CONTINUE
                   WHEN WRK-SIM-CLIENTE-TAB (WRK-IDX-SIM)
                           = WRK-SIM-CHAVE
                       SET SIMULADO-ACHADO TO TRUE
               END-SEARCH
           END-IF.
       8300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8320-PROCURAR-CPF-SIMULADO
      *    PROCURA WRK-CPF ENTRE OS PERFIS DA TABELA DE SIMULADOS
      *    DE OUTROS CLIENTES; ACHADO, O CPF E TRATADO COMO JA
      *    CADASTRADO, COMO 2250 FAZ COM O PERFIL-CLIENTE.
      *-----------------------------------------------------------
       8320-PROCURAR-CPF-SIMULADO.
           IF WRK-TOTAL-SIMULADOS > 0
               SET WRK-IDX-SIM TO 1
               SEARCH WRK-SIM-TAB
                   AT END
                       CONTINUE
                   WHEN WRK-SIM-CPF-TAB (WRK-IDX-SIM) = WRK-CPF
                       AND WRK-SIM-CLIENTE-TAB (WRK-IDX-SIM)
                           NOT = WRK-CLIENTE-ID
                       SET CPF-DE-OUTRO-CLIENTE TO TRUE
                       MOVE WRK-SIM-CLIENTE-TAB (WRK-IDX-SIM)
                           TO WRK-CPF-OUTRO-CLIENTE
               END-SEARCH
           END-IF.
       8320-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8350-INCLUIR-SIMULADO
      *    ACRESCENTA WRK-SIM-CHAVE A TABELA DE SIMULADOS, COM
      *    WRK-IDX-SIM APONTANDO A NOVA ENTRADA. TABELA CHEIA DEIXA
      *    O CLIENTE DE FORA E MARCA A PROJECAO COMO INCOMPLETA.
      *-----------------------------------------------------------
       8350-INCLUIR-SIMULADO.
           IF WRK-TOTAL-SIMULADOS < 5000
               ADD 1 TO WRK-TOTAL-SIMULADOS
               SET WRK-IDX-SIM TO WRK-TOTAL-SIMULADOS
               MOVE WRK-SIM-CHAVE TO WRK-SIM-CLIENTE-TAB (WRK-IDX-SIM)
               MOVE ZEROS TO WRK-SIM-CPF-TAB (WRK-IDX-SIM)
               SET SIMULADO-ACHADO TO TRUE
           ELSE
               SET PROJECAO-INCOMPLETA TO TRUE
           END-IF.
       8350-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8400-SIMULAR-HISTORICO
      *    NA SIMULACAO, GUARDA NA TABELA DE HISTORICO SIMULADO O
      *    LANCAMENTO QUE O LOTE REAL GRAVARIA NO HISTORICO PARA O
      *    CLIENTE WRK-SHS-CLIENTE COM A OPERACAO WRK-SHS-OPERACAO.
      *    TABELA CHEIA DEIXA O LANCAMENTO DE FORA E MARCA A
      *    PROJECAO COMO INCOMPLETA.
      *-----------------------------------------------------------
       8400-SIMULAR-HISTORICO.
           IF WRK-TOTAL-HIST-SIMULADO < 20000
               ADD 1 TO WRK-TOTAL-HIST-SIMULADO
               SET WRK-IDX-SHS TO WRK-TOTAL-HIST-SIMULADO
               MOVE WRK-SHS-CLIENTE
                   TO WRK-SHS-CLIENTE-TAB (WRK-IDX-SHS)
               MOVE WRK-DATA-ATUAL TO WRK-SHS-DATA-TAB (WRK-IDX-SHS)
               MOVE WRK-SHS-OPERACAO
                   TO WRK-SHS-OPERACAO-TAB (WRK-IDX-SHS)
               MOVE TRN-VALOR TO WRK-SHS-VALOR-TAB (WRK-IDX-SHS)
           ELSE
               SET PROJECAO-INCOMPLETA TO TRUE
           END-IF.
       8400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    8450-PROCURAR-HIST-SIMULADO
      *    PROCURA NA TABELA DE HISTORICO SIMULADO A ORIGEM DO
      *    ESTORNO, PELOS MESMOS CRITERIOS DE 6660.
      *-----------------------------------------------------------
       8450-PROCURAR-HIST-SIMULADO.
           IF WRK-TOTAL-HIST-SIMULADO > 0
               SET WRK-IDX-SHS TO 1
               SEARCH WRK-SHS-TAB
                   AT END
                       CONTINUE
                   WHEN WRK-SHS-CLIENTE-TAB (WRK-IDX-SHS)
                           = TRN-CLIENTE-ID
                       AND WRK-SHS-DATA-TAB (WRK-IDX-SHS)
                           = TRN-DATA-ORIGEM
                       AND WRK-SHS-OPERACAO-TAB (WRK-IDX-SHS)
                           = TRN-OPER-ORIGEM
                       AND WRK-SHS-VALOR-TAB (WRK-IDX-SHS) = TRN-VALOR
                       AND WRK-SHS-OPERACAO-TAB (WRK-IDX-SHS)
                           NOT = "ESTORNO"
                       SET ORIGEM-ENCONTRADA TO TRUE
               END-SEARCH
           END-IF.
       8450-EXIT.
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
      *    A SIMULACAO E REGISTRADA COM OUTRO NOME PARA NAO SER
      *    CONFUNDIDA COM UM LOTE POSTADO.
           IF MODO-E-SIMULACAO
               MOVE "CLISIMUL"         TO LOG-PROGRAMA
           ELSE
               MOVE "CLIENTES"         TO LOG-PROGRAMA
           END-IF.
           MOVE WRK-LOG-DATA           TO LOG-DATA-EXECUCAO.
           MOVE WRK-LOG-HORA-INICIO    TO LOG-HORA-INICIO.
           ACCEPT LOG-HORA-FIM FROM TIME.
           MOVE RETURN-CODE            TO LOG-RETURN-CODE.
           MOVE WRK-TCT-DATA-ARQUIVO   TO LOG-DATA-ARQUIVO.
           SET LOG-NAO-ALTEROU-TRANSACOES TO TRUE.
           MOVE WRK-TOTAL-TRANSACOES   TO LOG-QTDE-LIDOS.
           MOVE WRK-TOTAL-GRAVADOS     TO LOG-QTDE-GRAVADOS.
           COMPUTE LOG-QTDE-REJEITADOS = WRK-TOTAL-EXCECOES
               + WRK-TOTAL-CLIENTES-REJEITADOS.
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
           CLOSE CLIENTE-MASTER.
           CLOSE PERFIL-CLIENTE.
           IF TARIFAS-PRESENTE
               CLOSE TABELA-TARIFAS
           END-IF.
           IF MODO-E-SIMULACAO
               CLOSE PROJECAO
               IF HISTORICO-JA-EXISTE
                   CLOSE INDICE-HISTORICO
               END-IF
               GO TO 9999-EXIT
           END-IF.
           CLOSE RELATORIO.
           CLOSE EXCECOES.
           CLOSE AUDITORIA.
           CLOSE RAZAO-GL.
           CLOSE TRANSACOES-HISTORICO.
           CLOSE INDICE-HISTORICO.
       9999-EXIT.
           EXIT.
