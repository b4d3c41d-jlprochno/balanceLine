      *          GRAVA O RELATORIO DE CRITICA (APLICADAS/REJEITADAS).
      *          CADA TRANSACAO APLICADA E JORNALIZADA COM A IMAGEM
      *          ANTES/DEPOIS DO REGISTRO, PARA AUDITORIA E PARA A
      *          RECONSTRUCAO DO MESTRE EM DATA PASSADA (CBLZJP11).
      *          CADA TRANSACAO TRAZ O OPERADOR QUE A DIGITOU; AS
      *          SENSIVEIS (EXCLUSAO DE EMPRESA, SITUACAO DEIXANDO DE
      *          SER ATIVA, VARIACAO DE PARTICIPACAO ACIMA DO LIMITE)
      *          VAO PARA O ARQUIVO DE PENDENTES E SO SAO APLICADAS
      *          DEPOIS DE APROVADAS POR OUTRO OPERADOR (CBLZJP18),
      *          COM OS DOIS OPERADORES GRAVADOS NO JORNAL.
      *          REJEICOES RECUPERAVEIS (EMPRESA AINDA NAO CADASTRADA,
      *          EMPRESA AINDA COM SOCIOS) VAO PARA O SUSPENSO E SAO
      *          REAPRESENTADAS NOS RUNS SEGUINTES ANTES DO MOVIMENTO;
      *          VENCIDO O PRAZO EM DIAS, SAEM NO RELATORIO DE
      *          REJEICAO FINAL. A INCLUSAO/ALTERACAO APLICADA QUE TRAZ
      *          PARA O MESTRE UM DOCUMENTO DA LISTA RESTRITA VIGENTE E
      *          SINALIZADA (NAO REJEITADA) NO ARQUIVO DE ALERTAS.
      *          A TRANSACAO 'R' DE EMPRESA TRAZ DE VOLTA DO ARQUIVO
      *          HISTORICO (CBLZJP24) A EMPRESA ARQUIVADA E OS SEUS
      *          SOCIOS, REATIVANDO-A, COM UM REGISTRO NO JORNAL POR
      *          REGISTRO RESTAURADO; A INCLUSAO DE UM CNPJ QUE ESTA NO
      *          HISTORICO E REJEITADA (A EMPRESA VOLTA PELA 'R')
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MST-CHAVE
       ALTERNATE RECORD KEY IS MST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-MS.

      *    ARQUIVO HISTORICO DAS EMPRESAS ARQUIVADAS PELO CBLZJP24, DE
      *    ONDE A TRANSACAO DE RESTAURACAO AS TRAZ DE VOLTA
       SELECT OPTIONAL CADHIST ASSIGN TO DYNAMIC AS-CAMINHO-CADHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HST-CHAVE
       ALTERNATE RECORD KEY IS HST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-HS.

       SELECT TRANSAC ASSIGN TO DYNAMIC AS-CAMINHO-TRANSAC
       FILE STATUS IS AS-STATUS-TR.

       SELECT OPTIONAL JORNAL ASSIGN TO DYNAMIC AS-CAMINHO-JORNAL
       FILE STATUS IS AS-STATUS-JR.

      *    TRANSACOES SENSIVEIS AGUARDANDO A DECISAO DO APROVADOR
       SELECT OPTIONAL PENDENT ASSIGN TO DYNAMIC AS-CAMINHO-PENDENT
       FILE STATUS IS AS-STATUS-PD.

      *    TRANSACOES REJEITADAS POR MOTIVO RECUPERAVEL, REAPRESENTADAS
      *    NO RUN SEGUINTE; A GERACAO ANTERIOR E COPIADA PARA O
      *    ARQUIVO DE TRABALHO ANTES DE O SUSPENSO SER REGRAVADO
       SELECT OPTIONAL SUSPENSO ASSIGN TO DYNAMIC AS-CAMINHO-SUSPENSO
       FILE STATUS IS AS-STATUS-SU.

       SELECT SUSPTMP ASSIGN TO DYNAMIC AS-CAMINHO-SUSPTMP
       FILE STATUS IS AS-STATUS-ST.

       SELECT REJFINAL ASSIGN TO DYNAMIC AS-CAMINHO-REJFINAL
       FILE STATUS IS AS-STATUS-RF.

      *    LISTA RESTRITA DA COMPLIANCE (SANCOES, PEP, LISTA INTERNA) E
      *    O INDICE DE TRABALHO PELO DOCUMENTO, CARREGADO SO COM AS
      *    ENTRADAS VIGENTES NA DATA DO RUN
       SELECT OPTIONAL RESTRIT ASSIGN TO DYNAMIC AS-CAMINHO-RESTRIT
       FILE STATUS IS AS-STATUS-RT.

       SELECT RSTIDX ASSIGN TO DYNAMIC AS-CAMINHO-RSTIDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RIX-CHAVE
       FILE STATUS IS AS-STATUS-RX.

       SELECT ALERTA ASSIGN TO DYNAMIC AS-CAMINHO-ALERTA
       FILE STATUS IS AS-STATUS-AL.

       DATA DIVISION.
       FILE SECTION.

      *    (ZEROS NO REGISTRO DE EMPRESA). 'E' ORDENA ANTES DE 'S',     *
      *    ENTAO A LEITURA SEQUENCIAL DEVOLVE CADA EMPRESA SEGUIDA      *
      *    DOS SEUS SOCIOS, NA ORDEM DE CNPJ                            *
      *    CHAVE ALTERNATIVA: DOC DO SOCIO, COM DUPLICIDADE (O MESMO    *
      *    SOCIO EM VARIAS EMPRESAS E OS ZEROS DE TODA EMPRESA),        *
      *    MANTIDA PELO PROPRIO ARQUIVO EM CADA WRITE/REWRITE/DELETE    *
      *******************************************************************
       FD  CADMEST.

               10 MST-S-QUALIF         PIC X(001).
               10 FILLER               PIC X(032).

      *******************************************************************
      *    DEFINICAO DO ARQUIVO HISTORICO DO MESTRE - A EMPRESA FORA    *
      *    DE ATIVA HA MAIS DO PRAZO E OS SEUS SOCIOS, MOVIDOS PELO     *
      *    CBLZJP24: MESMA CHAVE E DADOS DO MESTRE, A DATA EM QUE A     *
      *    EMPRESA SAIU DE ATIVA, A DATA E O OPERADOR DO ARQUIVAMENTO   *
      *******************************************************************
       FD  CADHIST.

       01  REG-CADHIST.
           05 HST-CHAVE.
               10 HST-CNPJ             PIC X(014).
               10 HST-TIPO             PIC X(001).
               10 HST-DOC-SOCIO        PIC X(014).
           05 HST-DADOS                PIC X(080).
           05 HST-DATA-SAIDA           PIC X(008).
           05 HST-DATA-ARQ             PIC X(008).
           05 HST-OPERADOR             PIC X(008).
           05 FILLER                   PIC X(007).

      *******************************************************************
      *    DEFINICAO DO MOVIMENTO DIARIO DE TRANSACOES                  *
      *******************************************************************
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-TRANSAC                 PIC X(104).
       01  FILLER REDEFINES ARQ-TRANSAC.
           05 TRN-OPER                 PIC X(001).
               88 TRN-OPER-INCLUSAO        VALUE 'I'.
               88 TRN-OPER-ALTERACAO       VALUE 'A'.
               88 TRN-OPER-EXCLUSAO        VALUE 'E'.
               88 TRN-OPER-RESTAURACAO     VALUE 'R'.
           05 TRN-TIPO                 PIC X(001).
               88 TRN-TIPO-EMPRESA         VALUE 'E'.
               88 TRN-TIPO-SOCIO           VALUE 'S'.
           05 TRN-CNPJ                 PIC X(014).
           05 TRN-DADOS                PIC X(080).
      *    NA RESTAURACAO SO A SITUACAO E USADA: A EMPRESA VOLTA COM
      *    ELA (EM BRANCO = 'ATIVA') E COM OS DEMAIS DADOS DO HISTORICO
           05 TRN-DADOS-EMP REDEFINES TRN-DADOS.
               10 TRN-E-SIT            PIC X(006).
               10 TRN-E-NOME           PIC X(059).
               10 TRN-S-QUALIF         PIC X(001).
                   88 TRN-S-QUALIF-VALIDA  VALUE 'A' 'C' 'P'.
               10 FILLER               PIC X(018).
      *    IDENTIFICACAO DO OPERADOR QUE DIGITOU A TRANSACAO
           05 TRN-OPERADOR             PIC X(008).

      *******************************************************************
      *    DEFINICAO DO RELATORIO DE CRITICA DO MOVIMENTO               *
      *    OPERACAO, A CHAVE COMPLETA E AS IMAGENS ANTES/DEPOIS DE      *
      *    MST-DADOS. E A TRILHA DE AUDITORIA DAS REGRAVACOES E A       *
      *    ENTRADA DO CBLZJP11 PARA RECONSTRUIR O MESTRE EM DATA        *
      *    PASSADA A PARTIR DE UMA COPIA BASE. LEVA O OPERADOR QUE      *
      *    DIGITOU E, NAS SENSIVEIS, O OPERADOR QUE APROVOU             *
      *******************************************************************
       FD  JORNAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-JORNAL                  PIC X(220).
       01  FILLER REDEFINES ARQ-JORNAL.
           05 JRN-DATA                 PIC X(008).
           05 JRN-HORA                 PIC X(006).
               10 JRN-DOC-SOCIO        PIC X(014).
           05 JRN-ANTES                PIC X(080).
           05 JRN-DEPOIS               PIC X(080).
           05 JRN-OPERADOR             PIC X(008).
           05 JRN-APROVADOR            PIC X(008).

      *******************************************************************
      *    DEFINICAO DO ARQUIVO DE PENDENTES DE APROVACAO - A TRANSACAO *
      *    SENSIVEL COMPLETA, O MOTIVO DA RETENCAO E A DECISAO DO       *
      *    APROVADOR ('P' PENDENTE, 'A' APROVADA, 'R' RECUSADA).        *
      *    PND-PROCESSADA 'S' MARCA O ITEM JA LEVADO AO MESTRE (OU A    *
      *    CRITICA, SE RECUSADO) - O REGISTRO FICA COMO HISTORICO       *
      *******************************************************************
       FD  PENDENT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-PENDENT                 PIC X(180).
       01  FILLER REDEFINES ARQ-PENDENT.
           05 PND-SITUACAO             PIC X(001).
               88 PND-PENDENTE             VALUE 'P'.
               88 PND-APROVADA             VALUE 'A'.
               88 PND-RECUSADA             VALUE 'R'.
           05 PND-PROCESSADA           PIC X(001).
           05 PND-DATA-INC             PIC X(008).
           05 PND-HORA-INC             PIC X(006).
           05 PND-MOTIVO               PIC X(035).
           05 PND-TRANSAC              PIC X(104).
           05 PND-APROVADOR            PIC X(008).
           05 PND-DATA-DEC             PIC X(008).
           05 PND-HORA-DEC             PIC X(006).
           05 FILLER                   PIC X(003).

      *******************************************************************
      *    DEFINICAO DO SUSPENSO - A TRANSACAO REJEITADA POR MOTIVO     *
      *    RECUPERAVEL, A DATA DA PRIMEIRA SUSPENSAO (BASE DO PRAZO),   *
      *    A DATA DA ULTIMA TENTATIVA, O NUMERO DE TENTATIVAS, O        *
      *    ULTIMO MOTIVO E O APROVADOR (ITEM SENSIVEL JA APROVADO NAO   *
      *    VOLTA PARA A APROVACAO)                                      *
      *******************************************************************
       FD  SUSPENSO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-SUSPENSO                PIC X(170).
       01  FILLER REDEFINES ARQ-SUSPENSO.
           05 SUS-DATA-INC             PIC X(008).
           05 SUS-DATA-ULT             PIC X(008).
           05 SUS-TENTATIVAS           PIC 9(003).
           05 SUS-MOTIVO               PIC X(035).
           05 SUS-APROVADOR            PIC X(008).
           05 SUS-TRANSAC              PIC X(104).
           05 FILLER                   PIC X(004).

      *******************************************************************
      *    COPIA DE TRABALHO DA GERACAO ANTERIOR DO SUSPENSO (MESMO     *
      *    LAYOUT) - SE O RUN ABORTAR, E AQUI QUE ELA FICA GUARDADA     *
      *******************************************************************
       FD  SUSPTMP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-SUSPTMP                 PIC X(170).
       01  FILLER REDEFINES ARQ-SUSPTMP.
           05 SUT-DATA-INC             PIC X(008).
           05 SUT-DATA-ULT             PIC X(008).
           05 SUT-TENTATIVAS           PIC 9(003).
           05 SUT-MOTIVO               PIC X(035).
           05 SUT-APROVADOR            PIC X(008).
           05 SUT-TRANSAC              PIC X(104).
           05 FILLER                   PIC X(004).

      *******************************************************************
      *    DEFINICAO DO RELATORIO DE REJEICAO FINAL DO SUSPENSO         *
      *******************************************************************
       FD  REJFINAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-REJFINAL                PIC X(100).

      *******************************************************************
      *    DEFINICAO DA LISTA RESTRITA - DOCUMENTO COM 14 DIGITOS (CPF  *
      *    COM ZEROS A ESQUERDA, COMO NO SOCIOS), NOME, LISTA DE ORIGEM *
      *    E VIGENCIA AAAAMMDD (FIM EM BRANCO OU ZEROS = SEM VENCIMENTO)*
      *******************************************************************
       FD  RESTRIT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-RESTRIT                 PIC X(100).
       01  FILLER REDEFINES ARQ-RESTRIT.
           05 RST-DOC                  PIC X(014).
           05 RST-NOME                 PIC X(060).
           05 RST-LISTA                PIC X(010).
           05 RST-DATA-INI             PIC X(008).
           05 RST-DATA-FIM             PIC X(008).

      *******************************************************************
      *    INDICE DE TRABALHO DA LISTA RESTRITA VIGENTE (CHAVE:         *
      *    DOCUMENTO + SEQUENCIA, O MESMO DOCUMENTO PODE ESTAR EM MAIS  *
      *    DE UMA LISTA)                                                *
      *******************************************************************
       FD  RSTIDX.

       01  REG-RSTIDX.
           05 RIX-CHAVE.
               10 RIX-DOC              PIC X(014).
               10 RIX-SEQ              PIC 9(007).
           05 RIX-NOME                 PIC X(060).
           05 RIX-LISTA                PIC X(010).

      *******************************************************************
      *    DEFINICAO DO ARQUIVO DE ALERTAS DE LISTA RESTRITA            *
      *******************************************************************
       FD  ALERTA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-ALERTA                  PIC X(100).

      *******************************************************************
      *    DEFINICAO DAS VARIAVEIS                                      *
      *******************************************************************
       01  AS-CAMINHO-CADMEST      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CADMEST.dat'.
       01  AS-CAMINHO-CADHIST      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CADHIST.dat'.
       01  AS-CAMINHO-TRANSAC      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\TRANSAC.txt'.
       01  AS-CAMINHO-CRITICA      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CRITICA.txt'.
       01  AS-CAMINHO-JORNAL       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\JORNAL.txt'.
       01  AS-CAMINHO-PENDENT      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\PENDENT.txt'.
       01  AS-CAMINHO-SUSPENSO     PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\SUSPENSO.txt'.
       01  AS-CAMINHO-SUSPTMP      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\SUSPTMP.tmp'.
       01  AS-CAMINHO-REJFINAL     PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\REJFINAL.txt'.
       01  AS-CAMINHO-RESTRIT      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\RESTRIT.txt'.
       01  AS-CAMINHO-RSTIDX       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\RSTIDX05.dat'.
       01  AS-CAMINHO-ALERTA       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\ALERTA.txt'.

       01  AS-STATUS-MS            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-HS            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-TR            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-CR            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-JR            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-PD            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-SU            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-ST            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-RF            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-RT            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-RX            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-AL            PIC 9(002) VALUE ZEROS.
       01  AS-FIM-TRANSAC          PIC X(001) VALUE 'N'.
       01  AS-FIM-PENDENT          PIC X(001) VALUE 'N'.
       01  AS-FIM-SUSPENSO         PIC X(001) VALUE 'N'.
       01  AS-FIM-SUSPTMP          PIC X(001) VALUE 'N'.
       01  AS-FIM-RESTRIT          PIC X(001) VALUE 'N'.
       01  AS-FIM-RSTIDX           PIC X(001) VALUE 'N'.
       01  AS-TEM-SOCIOS           PIC X(001) VALUE 'N'.
       01  AS-FIM-HIST             PIC X(001) VALUE 'N'.

      *******************************************************************
      *    SOMA DAS PARTICIPACOES DOS SOCIOS DA EMPRESA NO MESTRE       *
       01  AS-DATA                 PIC X(008) VALUE ZEROS.
       01  AS-HORA                 PIC X(006) VALUE ZEROS.
       01  AS-MOTIVO-REJEICAO      PIC X(035) VALUE SPACES.
      *    MOTIVOS QUE SO DEPENDEM DA ORDEM DE CHEGADA DAS TRANSACOES:
      *    A REJEICAO VAI PARA O SUSPENSO EM VEZ DE SE PERDER NA CRITICA
           88 AS-MOTIVO-RECUPERAVEL
                      VALUE 'EMPRESA NAO CADASTRADA NO MESTRE'
                            'EMPRESA AINDA POSSUI SOCIOS'.

      *******************************************************************
      *    VARIAVEIS DO JORNAL DE AUDITORIA - AS IMAGENS DO REGISTRO    *
       01  AS-DATA-JRN             PIC X(008) VALUE ZEROS.
       01  AS-HORA-JRN             PIC X(006) VALUE ZEROS.

      *******************************************************************
      *    VARIAVEIS DA APROVACAO EM DUAS ETAPAS - A TRANSACAO SENSIVEL *
      *    VAI PARA O PENDENTE COM O MOTIVO DA RETENCAO; O APROVADOR E  *
      *    SPACES NAS TRANSACOES APLICADAS DIRETO DO MOVIMENTO          *
      *******************************************************************
       01  AS-SENSIVEL             PIC X(001) VALUE 'N'.
       01  AS-MOTIVO-SENSIVEL      PIC X(035) VALUE SPACES.
       01  AS-APROVADOR            PIC X(008) VALUE SPACES.
       01  AS-VARIACAO-PERC        PIC S9(003)V9(002) VALUE ZEROS.
       01  AS-SEQ-CRITICA          PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    LIMITE DE VARIACAO DA PARTICIPACAO DO SOCIO, EM PONTOS       *
      *    PERCENTUAIS COM 2 DECIMAIS SEM VIRGULA (01000 = 10,00        *
      *    PONTOS) - ACIMA DELE A ALTERACAO/EXCLUSAO PEDE APROVACAO     *
      *******************************************************************
       01  AS-LIMITE-PONTOS-TX     PIC X(005) VALUE '01000'.
       01  AS-LIMITE-PONTOS-NUM REDEFINES AS-LIMITE-PONTOS-TX
                                   PIC 9(003)V9(002).
       01  AS-LIMITE-PONTOS        PIC 9(003)V9(002) VALUE 10.

      *******************************************************************
      *    VARIAVEIS DO SUSPENSO - PRAZO EM DIAS CORRIDOS DESDE A       *
      *    PRIMEIRA SUSPENSAO; ATINGIDO O PRAZO, O ITEM QUE AINDA FALHA *
      *    SAI NO RELATORIO DE REJEICAO FINAL                           *
      *******************************************************************
       01  AS-LIMITE-DIAS-TX       PIC X(003) VALUE '005'.
       01  AS-LIMITE-DIAS          PIC 9(003) VALUE 005.
       01  AS-SUS-DATA-INC         PIC X(008) VALUE SPACES.
       01  AS-SUS-TENTATIVAS       PIC 9(003) VALUE ZEROS.
       01  AS-DIAS-HOJE            PIC 9(007) VALUE ZEROS.
       01  AS-DIAS-PENDENTE        PIC S9(007) VALUE ZEROS.

      *******************************************************************
      *    CONVERSAO DE DATA AAAAMMDD EM NUMERO DE DIAS CORRIDOS, PARA  *
      *    A DIFERENCA ENTRE DUAS DATAS (DIAS ACUMULADOS ANTES DE CADA  *
      *    MES; O BISSEXTO ENTRA PELAS DIVISOES POR 4, 100 E 400)       *
      *******************************************************************
       01  AS-TAB-DIAS-ACUM-X      PIC X(036)
           VALUE '000031059090120151181212243273304334'.
       01  AS-TAB-DIAS-ACUM REDEFINES AS-TAB-DIAS-ACUM-X.
           05 AS-DIAS-ACUM         PIC 9(003) OCCURS 12 TIMES.

       01  AS-CALC-DATA            PIC X(008) VALUE ZEROS.
       01  FILLER REDEFINES AS-CALC-DATA.
           05 AS-CALC-ANO          PIC 9(004).
           05 AS-CALC-MES          PIC 9(002).
           05 AS-CALC-DIA          PIC 9(002).
       01  AS-CALC-ANO-BIS         PIC 9(004) VALUE ZEROS.
       01  AS-CALC-Q4              PIC 9(004) VALUE ZEROS.
       01  AS-CALC-Q100            PIC 9(004) VALUE ZEROS.
       01  AS-CALC-Q400            PIC 9(004) VALUE ZEROS.
       01  AS-CALC-DIAS            PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    TRIAGEM DA LISTA RESTRITA - DOCUMENTO QUE A TRANSACAO        *
      *    APLICADA TRAZ PARA O MESTRE                                  *
      *******************************************************************
       01  AS-DOC-TRIAGEM          PIC X(014) VALUE SPACES.
       01  AS-NOME-TRIAGEM         PIC X(059) VALUE SPACES.
       01  AS-RESTRITO             PIC X(001) VALUE 'N'.

      *******************************************************************
      *    CONTADORES DE CONTROLE PARA O RODAPE DO RELATORIO            *
      *******************************************************************
       01  AS-CONT-APLICADAS       PIC 9(007) VALUE ZEROS.
       01  AS-CONT-REJEITADAS      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-JORNAL          PIC 9(007) VALUE ZEROS.
       01  AS-CONT-PEND-LIDOS      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-PEND-GRAVADOS   PIC 9(007) VALUE ZEROS.
       01  AS-CONT-RECUSADAS       PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SUSP-LIDOS      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SUSP-GRAVADOS   PIC 9(007) VALUE ZEROS.
       01  AS-CONT-RECICLADAS      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-REJ-FINAL       PIC 9(007) VALUE ZEROS.
       01  AS-CONT-RESTRITOS       PIC 9(007) VALUE ZEROS.
       01  AS-CONT-FORA-VIGENCIA   PIC 9(007) VALUE ZEROS.
       01  AS-CONT-ALERTAS         PIC 9(007) VALUE ZEROS.
       01  AS-CONT-RESTAURADOS     PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    DEFINICAO DO CABECALHO DA CRITICA                            *
           05 WS-CABEC-CRI3-MOT    PIC X(035) VALUE 'MOTIVO'.
           05 FILLER               PIC X(001) VALUE SPACES.

      *******************************************************************
      *    TITULO DE BLOCO DA CRITICA (PENDENTES DECIDIDOS / MOVIMENTO) *
      *******************************************************************
       01  WS-TITULO-CRI.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-TITULO-CRI-DES    PIC X(099) VALUE SPACES.

      *******************************************************************
      *    DEFINICAO DA LINHA DE DETALHE DA CRITICA                     *
      *******************************************************************
           05 WS-RODAPE-CRI-QTD    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(049) VALUE SPACES.

      *******************************************************************
      *    DEFINICAO DO CABECALHO DA REJEICAO FINAL DO SUSPENSO         *
      *******************************************************************
       01  WS-CABEC-RJF2.
           05 WS-CABEC-RJF2-FL1    PIC X(001) VALUE SPACES.
           05 WS-CABEC-RJF2-PGM    PIC X(008) VALUE 'CBLZJP05'.
           05 WS-CABEC-RJF2-FL2    PIC X(015) VALUE SPACES.
           05 WS-CABEC-RJF2-DES    PIC X(036)
              VALUE 'REJEICAO FINAL DO SUSPENSO'.
           05 WS-CABEC-RJF2-FL3    PIC X(019) VALUE SPACES.
           05 WS-CABEC-RJF2-DT     PIC X(010) VALUE SPACES.
           05 WS-CABEC-RJF2-FL4    PIC X(002) VALUE SPACES.
           05 WS-CABEC-RJF2-HR     PIC X(008) VALUE SPACES.
           05 WS-CABEC-RJF2-FL5    PIC X(001) VALUE SPACES.

       01  WS-CABEC-RJF3.
           05 WS-CABEC-RJF3-OP     PIC X(002) VALUE 'OP'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-RJF3-CNPJ   PIC X(014) VALUE 'CNPJ'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-RJF3-DOC    PIC X(014) VALUE 'DOC SOCIO'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-RJF3-DT     PIC X(010) VALUE 'SUSPENSA'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-RJF3-DIAS   PIC X(004) VALUE 'DIAS'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-RJF3-TENT   PIC X(003) VALUE 'TEN'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-RJF3-MOT    PIC X(035) VALUE 'MOTIVO'.
           05 FILLER               PIC X(006) VALUE SPACES.

      *******************************************************************
      *    DEFINICAO DA LINHA DE DETALHE DA REJEICAO FINAL              *
      *******************************************************************
       01  LINDET-RJF-REL.
           05 LINDET-RJF-OP        PIC X(002) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-RJF-CNPJ      PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-RJF-DOC       PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-RJF-DT        PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-RJF-DIAS      PIC ZZZ9.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-RJF-TENT      PIC ZZ9.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-RJF-MOT       PIC X(035) VALUE SPACES.
           05 FILLER               PIC X(006) VALUE SPACES.

      *******************************************************************
      *    DEFINICAO DO CABECALHO DOS ALERTAS DE LISTA RESTRITA         *
      *******************************************************************
       01  WS-CABEC-ALE2.
           05 WS-CABEC-ALE2-FL1    PIC X(001) VALUE SPACES.
           05 WS-CABEC-ALE2-PGM    PIC X(008) VALUE 'CBLZJP05'.
           05 WS-CABEC-ALE2-FL2    PIC X(015) VALUE SPACES.
           05 WS-CABEC-ALE2-DES    PIC X(036)
              VALUE 'ALERTAS DE LISTA RESTRITA'.
           05 WS-CABEC-ALE2-FL3    PIC X(019) VALUE SPACES.
           05 WS-CABEC-ALE2-DT     PIC X(010) VALUE SPACES.
           05 WS-CABEC-ALE2-FL4    PIC X(002) VALUE SPACES.
           05 WS-CABEC-ALE2-HR     PIC X(008) VALUE SPACES.
           05 WS-CABEC-ALE2-FL5    PIC X(001) VALUE SPACES.

       01  WS-CABEC-ALE3.
           05 WS-CABEC-ALE3-OP     PIC X(002) VALUE 'OP'.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-ALE3-CNPJ   PIC X(014) VALUE 'CNPJ'.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-ALE3-DOC    PIC X(014) VALUE 'DOC RESTRITO'.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-ALE3-NOME   PIC X(036) VALUE 'NOME NA TRANSACAO'.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-ALE3-LISTA  PIC X(010) VALUE 'LISTA'.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-ALE3-OPER   PIC X(008) VALUE 'OPERADOR'.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-ALE3-SEQ    PIC X(007) VALUE 'SEQ'.
           05 FILLER               PIC X(003) VALUE SPACES.

      *******************************************************************
      *    DEFINICAO DA LINHA DE DETALHE DOS ALERTAS                    *
      *******************************************************************
       01  LINDET-ALE-REL.
           05 LINDET-ALE-OP        PIC X(002) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-ALE-CNPJ      PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-ALE-DOC       PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-ALE-NOME      PIC X(036) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-ALE-LISTA     PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-ALE-OPER      PIC X(008) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-ALE-SEQ       PIC ZZZZZZ9.
           05 FILLER               PIC X(003) VALUE SPACES.

       01  LINDET-ALE-NOME-LISTA.
           05 FILLER               PIC X(018) VALUE SPACES.
           05 FILLER               PIC X(016) VALUE 'NOME NA LISTA: '.
           05 LINDET-ALE-NOME-RST  PIC X(060) VALUE SPACES.
           05 FILLER               PIC X(006) VALUE SPACES.

      *******************************************************************
      *    CRIACAO E DECLARACAO DOS PERFORMS                            *
      *******************************************************************
       0000-PRINCIPAL              SECTION.

           PERFORM 1000-INICIALIZAR.
           PERFORM 2050-PROCESSAR-PENDENTE
              UNTIL AS-FIM-PENDENT = 'S'.
           PERFORM 1050-INICIAR-SUSPENSO.
           PERFORM 2070-PROCESSAR-SUSPENSO
              UNTIL AS-FIM-SUSPTMP = 'S'.
           PERFORM 1100-INICIAR-MOVIMENTO.
           PERFORM 2000-PROCESSAR
              UNTIL AS-FIM-TRANSAC = 'S'.
           PERFORM 3000-FINALIZAR.
           MOVE ':'                 TO WS-CABEC-CRI2-HR(3:1)
           MOVE ':'                 TO WS-CABEC-CRI2-HR(6:1)

           MOVE WS-CABEC-CRI2-DT    TO WS-CABEC-RJF2-DT
           MOVE WS-CABEC-CRI2-HR    TO WS-CABEC-RJF2-HR
           MOVE WS-CABEC-CRI2-DT    TO WS-CABEC-ALE2-DT
           MOVE WS-CABEC-CRI2-HR    TO WS-CABEC-ALE2-HR

      *    DIA CORRENTE EM DIAS CORRIDOS, BASE DO PRAZO DO SUSPENSO
           MOVE AS-DATA             TO AS-CALC-DATA
           PERFORM 2980-CONVERTER-DATA-DIAS
           MOVE AS-CALC-DIAS        TO AS-DIAS-HOJE

      *    PARAMETRO: PRAZO DO SUSPENSO EM DIAS (3 DIGITOS)
           ACCEPT AS-LIMITE-DIAS-TX FROM ENVIRONMENT
                  'CBLZJP05_DIAS_SUSPENSO'
                  ON EXCEPTION
                     MOVE '005'    TO AS-LIMITE-DIAS-TX
           END-ACCEPT
           IF AS-LIMITE-DIAS-TX IS NUMERIC
               MOVE AS-LIMITE-DIAS-TX TO AS-LIMITE-DIAS
           ELSE
               DISPLAY 'PRAZO DO SUSPENSO INVALIDO - ASSUMIDO 005: '
                       AS-LIMITE-DIAS-TX
               MOVE 005          TO AS-LIMITE-DIAS
           END-IF

      *    PARAMETRO: LIMITE DE VARIACAO DA PARTICIPACAO (999V99)
           ACCEPT AS-LIMITE-PONTOS-TX FROM ENVIRONMENT
                  'CBLZJP05_LIMITE_PONTOS'
                  ON EXCEPTION
                     MOVE '01000'  TO AS-LIMITE-PONTOS-TX
           END-ACCEPT
           IF AS-LIMITE-PONTOS-TX IS NUMERIC
               MOVE AS-LIMITE-PONTOS-NUM TO AS-LIMITE-PONTOS
           ELSE
               DISPLAY 'LIMITE DE PONTOS INVALIDO - ASSUMIDO 01000: '
                       AS-LIMITE-PONTOS-TX
               MOVE 10           TO AS-LIMITE-PONTOS
           END-IF

      *    O MESTRE E OPTIONAL: NA PRIMEIRA EXECUCAO O ARQUIVO E CRIADO
      *    VAZIO E AS INCLUSOES DO MOVIMENTO POPULAM O CADASTRO
           OPEN I-O CADMEST.
               STOP RUN
           END-IF

      *    O HISTORICO E OPTIONAL: ANTES DO PRIMEIRO ARQUIVAMENTO ELE
      *    NAO EXISTE E NENHUMA EMPRESA E RESTAURADA
           OPEN I-O CADHIST.
           IF AS-STATUS-HS NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO CADHIST' AS-STATUS-HS
               DISPLAY 'EXECUCAO ABORTADA - HISTORICO INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TRANSAC.
           IF AS-STATUS-TR NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO TRANSAC' AS-STATUS-TR
               STOP RUN
           END-IF

      *    O PENDENTE E ABERTO I-O PARA LEVAR AO MESTRE OS ITENS JA
      *    DECIDIDOS PELO APROVADOR ANTES DO MOVIMENTO DO DIA
           OPEN I-O PENDENT.
           IF AS-STATUS-PD NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO PENDENT' AS-STATUS-PD
               DISPLAY 'EXECUCAO ABORTADA - PENDENTES INDISPONIVEIS'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

      *    A GERACAO ANTERIOR DO SUSPENSO VAI PARA O ARQUIVO DE
      *    TRABALHO, DE ONDE E REAPRESENTADA; O SUSPENSO E REGRAVADO
      *    COM O QUE CONTINUAR FALHANDO NESTE RUN
           PERFORM 1010-PREPARAR-SUSPENSO

           OPEN OUTPUT REJFINAL.
           IF AS-STATUS-RF NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO REJFINAL' AS-STATUS-RF
           END-IF

           MOVE WS-CABEC-CRI1        TO ARQ-REJFINAL
           WRITE ARQ-REJFINAL
           MOVE WS-CABEC-RJF2        TO ARQ-REJFINAL
           WRITE ARQ-REJFINAL
           MOVE WS-CABEC-CRI1        TO ARQ-REJFINAL
           WRITE ARQ-REJFINAL
           MOVE WS-CABEC-RJF3        TO ARQ-REJFINAL
           WRITE ARQ-REJFINAL

      *    LISTA RESTRITA VIGENTE PARA A TRIAGEM DAS TRANSACOES
           PERFORM 1020-CARREGAR-RESTRITOS

           OPEN OUTPUT ALERTA.
           IF AS-STATUS-AL NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO ALERTA' AS-STATUS-AL
           END-IF

           MOVE WS-CABEC-CRI1        TO ARQ-ALERTA
           WRITE ARQ-ALERTA
           MOVE WS-CABEC-ALE2        TO ARQ-ALERTA
           WRITE ARQ-ALERTA
           MOVE WS-CABEC-CRI1        TO ARQ-ALERTA
           WRITE ARQ-ALERTA
           MOVE WS-CABEC-ALE3        TO ARQ-ALERTA
           WRITE ARQ-ALERTA

      *    INSERCAO DO CABECALHO NO RELATORIO DE CRITICA
           MOVE WS-CABEC-CRI1        TO ARQ-CRITICA
           WRITE ARQ-CRITICA
           MOVE WS-CABEC-CRI3        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           MOVE 'ITENS DECIDIDOS PELO APROVADOR (SEQUENCIA NO PENDENT)'
                                     TO WS-TITULO-CRI-DES
           MOVE WS-TITULO-CRI        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           PERFORM 2060-LER-PENDENT
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    1010-PREPARAR-SUSPENSO - COPIA A GERACAO ANTERIOR DO         *
      *    SUSPENSO PARA O ARQUIVO DE TRABALHO E ABRE O SUSPENSO PARA   *
      *    A NOVA GERACAO                                               *
      *******************************************************************
       1010-PREPARAR-SUSPENSO        SECTION.

           OPEN INPUT SUSPENSO.
           IF AS-STATUS-SU NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO SUSPENSO' AS-STATUS-SU
               DISPLAY 'EXECUCAO ABORTADA - SUSPENSO INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SUSPTMP.
           IF AS-STATUS-ST NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO SUSPTMP' AS-STATUS-ST
               DISPLAY 'EXECUCAO ABORTADA - SUSPENSO INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1015-COPIAR-SUSPENSO
               UNTIL AS-FIM-SUSPENSO EQUAL 'S'

           CLOSE SUSPENSO
           CLOSE SUSPTMP

           OPEN INPUT SUSPTMP.
           IF AS-STATUS-ST NOT EQUAL ZEROS
               DISPLAY 'ERRO NA RELEITURA DO SUSPTMP' AS-STATUS-ST
               DISPLAY 'EXECUCAO ABORTADA - SUSPENSO INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SUSPENSO.
           IF AS-STATUS-SU NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REGRAVACAO DO SUSPENSO' AS-STATUS-SU
               DISPLAY 'EXECUCAO ABORTADA - SUSPENSO INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1010-PREPARAR-SUSPENSO-FIM.
           EXIT.

      *******************************************************************
      *    1015-COPIAR-SUSPENSO - COPIA UM ITEM DO SUSPENSO ANTERIOR    *
      *******************************************************************
       1015-COPIAR-SUSPENSO          SECTION.

           READ SUSPENSO
                AT END MOVE 'S'      TO AS-FIM-SUSPENSO
                NOT AT END
                   IF AS-STATUS-SU NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DO SUSPENSO'
                               AS-STATUS-SU
                       DISPLAY 'EXECUCAO ABORTADA - SUSPENSO '
                               'INDISPONIVEL'
                       MOVE 16        TO RETURN-CODE
                       STOP RUN
                   ELSE
                       MOVE ARQ-SUSPENSO  TO ARQ-SUSPTMP
                       WRITE ARQ-SUSPTMP
                   END-IF
           .
       1015-COPIAR-SUSPENSO-FIM.
           EXIT.

      *******************************************************************
      *    1020-CARREGAR-RESTRITOS - GRAVA NO INDICE DE TRABALHO AS     *
      *    ENTRADAS DA LISTA RESTRITA VIGENTES NA DATA DO RUN. SEM A    *
      *    LISTA (ARQUIVO AUSENTE) O INDICE FICA VAZIO E NADA E         *
      *    SINALIZADO                                                   *
      *******************************************************************
       1020-CARREGAR-RESTRITOS       SECTION.

           OPEN INPUT RESTRIT.
           IF AS-STATUS-RT NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO RESTRIT' AS-STATUS-RT
               DISPLAY 'EXECUCAO ABORTADA - LISTA RESTRITA INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RSTIDX.
           IF AS-STATUS-RX NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO RSTIDX' AS-STATUS-RX
               DISPLAY 'EXECUCAO ABORTADA - LISTA RESTRITA INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1025-CARREGAR-UM-RESTRITO
               UNTIL AS-FIM-RESTRIT EQUAL 'S'

           CLOSE RESTRIT

      *    REABRE O INDICE PARA A CONSULTA PELA CHAVE NA TRIAGEM
           CLOSE RSTIDX
           OPEN INPUT RSTIDX
           IF AS-STATUS-RX NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REABERTURA DO RSTIDX' AS-STATUS-RX
               DISPLAY 'EXECUCAO ABORTADA - LISTA RESTRITA INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1020-CARREGAR-RESTRITOS-FIM.
           EXIT.

      *******************************************************************
      *    1025-CARREGAR-UM-RESTRITO - ENTRADA FORA DA VIGENCIA (AINDA  *
      *    NAO EFETIVA OU JA VENCIDA) NAO ENTRA NO INDICE               *
      *******************************************************************
       1025-CARREGAR-UM-RESTRITO     SECTION.

           READ RESTRIT
                AT END MOVE 'S'      TO AS-FIM-RESTRIT
                NOT AT END
                   IF AS-STATUS-RT NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DO RESTRIT'
                               AS-STATUS-RT
                       DISPLAY 'EXECUCAO ABORTADA - LISTA RESTRITA '
                               'INCOMPLETA'
                       MOVE 16        TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF RST-DATA-INI > AS-DATA
                      OR (RST-DATA-FIM NOT EQUAL SPACES
                          AND RST-DATA-FIM NOT EQUAL ZEROS
                          AND RST-DATA-FIM < AS-DATA)
                       ADD 1          TO AS-CONT-FORA-VIGENCIA
                   ELSE
                       ADD 1          TO AS-CONT-RESTRITOS
                       MOVE RST-DOC   TO RIX-DOC
                       MOVE AS-CONT-RESTRITOS TO RIX-SEQ
                       MOVE RST-NOME  TO RIX-NOME
                       MOVE RST-LISTA TO RIX-LISTA
                       WRITE REG-RSTIDX
                           INVALID KEY
                               DISPLAY 'ERRO NA GRAVACAO DO RSTIDX: '
                                       RST-DOC
                       END-WRITE
                   END-IF
           .
       1025-CARREGAR-UM-RESTRITO-FIM.
           EXIT.

      *******************************************************************
      *    1050-INICIAR-SUSPENSO - REABRE O PENDENTE EM EXTEND PARA     *
      *    RECEBER AS NOVAS TRANSACOES SENSIVEIS E LE O PRIMEIRO ITEM   *
      *    DO SUSPENSO A REAPRESENTAR                                   *
      *******************************************************************
       1050-INICIAR-SUSPENSO         SECTION.

           CLOSE PENDENT
           OPEN EXTEND PENDENT
           IF AS-STATUS-PD NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA REABERTURA DO PENDENT' AS-STATUS-PD
               DISPLAY 'EXECUCAO ABORTADA - PENDENTES INDISPONIVEIS'
               CLOSE CADMEST
               CLOSE CADHIST
               CLOSE TRANSAC
               CLOSE CRITICA
               CLOSE JORNAL
               CLOSE SUSPENSO
               CLOSE SUSPTMP
               CLOSE REJFINAL
               CLOSE RSTIDX
               CLOSE ALERTA
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'ITENS REAPRESENTADOS (SEQUENCIA NO SUSPENSO)'
                                     TO WS-TITULO-CRI-DES
           MOVE WS-TITULO-CRI        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           PERFORM 2080-LER-SUSPTMP
           .
       1050-INICIAR-SUSPENSO-FIM.
           EXIT.

      *******************************************************************
      *    1100-INICIAR-MOVIMENTO - LE O PRIMEIRO REGISTRO DO           *
      *    MOVIMENTO DO DIA                                             *
      *******************************************************************
       1100-INICIAR-MOVIMENTO        SECTION.

           MOVE 'MOVIMENTO DO DIA (SEQUENCIA NO TRANSAC)'
                                     TO WS-TITULO-CRI-DES
           MOVE WS-TITULO-CRI        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           PERFORM 2100-LER-TRANSAC
           IF AS-FIM-TRANSAC EQUAL 'S'
               DISPLAY 'ARQUIVO DE TRANSACOES VAZIO'
           END-IF
           .
       1100-INICIAR-MOVIMENTO-FIM.
           EXIT.

      *******************************************************************
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CADHIST FROM ENVIRONMENT
                  'CBLZJP05_CADHIST'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-TRANSAC FROM ENVIRONMENT
                  'CBLZJP05_TRANSAC'
                  ON EXCEPTION
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-PENDENT FROM ENVIRONMENT
                  'CBLZJP05_PENDENT'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-SUSPENSO FROM ENVIRONMENT
                  'CBLZJP05_SUSPENSO'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-SUSPTMP FROM ENVIRONMENT
                  'CBLZJP05_SUSPTMP'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-REJFINAL FROM ENVIRONMENT
                  'CBLZJP05_REJFINAL'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-RESTRIT FROM ENVIRONMENT
                  'CBLZJP05_RESTRIT'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-RSTIDX FROM ENVIRONMENT
                  'CBLZJP05_RSTIDX'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-ALERTA FROM ENVIRONMENT
                  'CBLZJP05_ALERTA'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
           .
       1005-CARREGAR-CAMINHOS-FIM.
           EXIT.
       2000-PROCESSAR                 SECTION.

           MOVE SPACES               TO AS-MOTIVO-REJEICAO
           MOVE SPACES               TO AS-APROVADOR
           MOVE 'N'                  TO AS-SENSIVEL
           MOVE AS-CONT-TRANSAC      TO AS-SEQ-CRITICA

           IF TRN-OPER-INCLUSAO
              OR TRN-OPER-ALTERACAO
              OR TRN-OPER-EXCLUSAO
              OR TRN-OPER-RESTAURACAO
               IF TRN-TIPO-EMPRESA OR TRN-TIPO-SOCIO
                   IF TRN-OPERADOR EQUAL SPACES
                       MOVE 'OPERADOR NAO INFORMADO'
                                     TO AS-MOTIVO-REJEICAO
                   ELSE
                       PERFORM 2200-CHECAR-SENSIVEL
                       IF AS-SENSIVEL EQUAL 'S'
                           PERFORM 2950-GRAVAR-PENDENTE
                       ELSE
                           PERFORM 2300-APLICAR-TRANSACAO
                       END-IF
                   END-IF
               ELSE
                   MOVE 'TIPO DE REGISTRO INVALIDO'
                                     TO AS-MOTIVO-REJEICAO
                                     TO AS-MOTIVO-REJEICAO
           END-IF

      *    A TRANSACAO RETIDA PARA APROVACAO JA TEVE A SUA LINHA DE
      *    CRITICA GRAVADA NO 2950
           IF AS-SENSIVEL NOT EQUAL 'S'
               MOVE AS-DATA          TO AS-SUS-DATA-INC
               MOVE ZEROS            TO AS-SUS-TENTATIVAS
               PERFORM 2905-REGISTRAR-RESULTADO
           END-IF

           PERFORM 2100-LER-TRANSAC
           .
       2000-PROCESSAR-FIM.
           EXIT.

      *******************************************************************
      *    2050-PROCESSAR-PENDENTE - ITEM DO PENDENTE JA DECIDIDO E     *
      *    AINDA NAO PROCESSADO: O APROVADO E APLICADO NO MESTRE COM AS *
      *    REGRAS DE SEMPRE (SEM NOVA RETENCAO) E O RECUSADO VAI PARA A *
      *    CRITICA; OS DOIS SAO MARCADOS COMO PROCESSADOS NO PENDENTE   *
      *******************************************************************
       2050-PROCESSAR-PENDENTE        SECTION.

           IF PND-PROCESSADA NOT EQUAL 'S'
              AND (PND-APROVADA OR PND-RECUSADA)
               MOVE SPACES           TO AS-MOTIVO-REJEICAO
               MOVE SPACES           TO AS-APROVADOR
               MOVE AS-CONT-PEND-LIDOS TO AS-SEQ-CRITICA
               MOVE PND-TRANSAC      TO ARQ-TRANSAC

               IF PND-RECUSADA
                   MOVE 'RECUSADA PELO APROVADOR'
                                     TO AS-MOTIVO-REJEICAO
                   ADD 1             TO AS-CONT-RECUSADAS
               ELSE
      *            A SEGREGACAO E CONFERIDA DE NOVO AQUI: UM PENDENTE
      *            EDITADO FORA DO CBLZJP18 NAO PASSA
                   IF PND-APROVADOR EQUAL SPACES
                      OR PND-APROVADOR EQUAL TRN-OPERADOR
                       MOVE 'APROVADOR IGUAL AO OPERADOR'
                                     TO AS-MOTIVO-REJEICAO
                   ELSE
                       MOVE PND-APROVADOR TO AS-APROVADOR
                       PERFORM 2300-APLICAR-TRANSACAO
                   END-IF
               END-IF

               MOVE AS-DATA          TO AS-SUS-DATA-INC
               MOVE ZEROS            TO AS-SUS-TENTATIVAS
               PERFORM 2905-REGISTRAR-RESULTADO

               MOVE 'S'              TO PND-PROCESSADA
               REWRITE ARQ-PENDENT
               IF AS-STATUS-PD NOT EQUAL ZEROS
                   DISPLAY 'ERRO NA REGRAVACAO DO PENDENT'
                           AS-STATUS-PD
               END-IF
           END-IF

           PERFORM 2060-LER-PENDENT
           .
       2050-PROCESSAR-PENDENTE-FIM.
           EXIT.

      *******************************************************************
      *    2060-LER-PENDENT                                             *
      *******************************************************************
       2060-LER-PENDENT               SECTION.

           READ PENDENT
                AT END MOVE 'S'       TO AS-FIM-PENDENT
                NOT AT END
                   IF AS-STATUS-PD NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DO PENDENT'
                               AS-STATUS-PD
                       MOVE 'S'        TO AS-FIM-PENDENT
                   ELSE
                       ADD 1             TO AS-CONT-PEND-LIDOS
                   END-IF
           .
       2060-LER-PENDENT-FIM.
           EXIT.

      *******************************************************************
      *    2070-PROCESSAR-SUSPENSO - REAPRESENTA UM ITEM DO SUSPENSO.   *
      *    O ITEM SEM APROVADOR PASSA PELA RETENCAO COMO UMA TRANSACAO  *
      *    NOVA; O JA APROVADO VAI DIRETO AO MESTRE. SE FALHAR DE NOVO  *
      *    POR MOTIVO RECUPERAVEL, VOLTA AO SUSPENSO ATE O PRAZO; COM O *
      *    PRAZO ATINGIDO SAI NA REJEICAO FINAL                         *
      *******************************************************************
       2070-PROCESSAR-SUSPENSO        SECTION.

           MOVE SPACES               TO AS-MOTIVO-REJEICAO
           MOVE 'N'                  TO AS-SENSIVEL
           MOVE AS-CONT-SUSP-LIDOS   TO AS-SEQ-CRITICA
           MOVE SUT-TRANSAC          TO ARQ-TRANSAC
           MOVE SUT-APROVADOR        TO AS-APROVADOR
           MOVE SUT-DATA-INC         TO AS-SUS-DATA-INC
           MOVE SUT-TENTATIVAS       TO AS-SUS-TENTATIVAS

           IF AS-APROVADOR EQUAL SPACES
               PERFORM 2200-CHECAR-SENSIVEL
               IF AS-SENSIVEL EQUAL 'S'
                   PERFORM 2950-GRAVAR-PENDENTE
               ELSE
                   PERFORM 2300-APLICAR-TRANSACAO
               END-IF
           ELSE
               PERFORM 2300-APLICAR-TRANSACAO
           END-IF

           IF AS-SENSIVEL NOT EQUAL 'S'
               IF AS-MOTIVO-REJEICAO EQUAL SPACES
                   ADD 1             TO AS-CONT-RECICLADAS
                   PERFORM 2910-GRAVAR-APLICADA
               ELSE
                   IF AS-MOTIVO-RECUPERAVEL
                       MOVE SUT-DATA-INC TO AS-CALC-DATA
                       PERFORM 2980-CONVERTER-DATA-DIAS
                       COMPUTE AS-DIAS-PENDENTE =
                               AS-DIAS-HOJE - AS-CALC-DIAS
                       IF AS-DIAS-PENDENTE < ZEROS
                           MOVE ZEROS    TO AS-DIAS-PENDENTE
                       END-IF
                       IF AS-DIAS-PENDENTE NOT LESS AS-LIMITE-DIAS
                           PERFORM 2970-GRAVAR-REJ-FINAL
                           PERFORM 2920-GRAVAR-REJEITADA
                       ELSE
                           PERFORM 2960-GRAVAR-SUSPENSO
                       END-IF
                   ELSE
                       PERFORM 2920-GRAVAR-REJEITADA
                   END-IF
               END-IF
           END-IF

           PERFORM 2080-LER-SUSPTMP
           .
       2070-PROCESSAR-SUSPENSO-FIM.
           EXIT.

      *******************************************************************
      *    2080-LER-SUSPTMP                                             *
      *******************************************************************
       2080-LER-SUSPTMP               SECTION.

           READ SUSPTMP
                AT END MOVE 'S'       TO AS-FIM-SUSPTMP
                NOT AT END
                   IF AS-STATUS-ST NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DO SUSPTMP'
                               AS-STATUS-ST
                       MOVE 'S'        TO AS-FIM-SUSPTMP
                   ELSE
                       ADD 1             TO AS-CONT-SUSP-LIDOS
                   END-IF
           .
       2080-LER-SUSPTMP-FIM.
           EXIT.

      *******************************************************************
       2100-LER-TRANSAC-FIM.
           EXIT.

      *******************************************************************
      *    2200-CHECAR-SENSIVEL - TRANSACAO QUE PEDE APROVACAO DE UM    *
      *    SEGUNDO OPERADOR: EXCLUSAO DE EMPRESA, ALTERACAO QUE TIRA A  *
      *    EMPRESA DA SITUACAO ATIVA E ALTERACAO/EXCLUSAO DE SOCIO QUE  *
      *    MEXE NA PARTICIPACAO MAIS QUE O LIMITE DE PONTOS             *
      *******************************************************************
       2200-CHECAR-SENSIVEL           SECTION.

           MOVE 'N'                  TO AS-SENSIVEL
           MOVE SPACES               TO AS-MOTIVO-SENSIVEL

           IF TRN-TIPO-EMPRESA
               IF TRN-OPER-EXCLUSAO
                   MOVE 'S'          TO AS-SENSIVEL
                   MOVE 'EXCLUSAO DE EMPRESA'
                                     TO AS-MOTIVO-SENSIVEL
               ELSE
                   IF TRN-OPER-ALTERACAO
                      AND TRN-E-SIT NOT EQUAL 'ATIVA '
                       PERFORM 2210-CHECAR-SITUACAO
                   END-IF
               END-IF
           ELSE
               IF TRN-OPER-ALTERACAO OR TRN-OPER-EXCLUSAO
                   PERFORM 2220-CHECAR-VARIACAO-PERC
               END-IF
           END-IF
           .
       2200-CHECAR-SENSIVEL-FIM.
           EXIT.

      *******************************************************************
      *    2210-CHECAR-SITUACAO - A ALTERACAO SO E SENSIVEL SE A        *
      *    EMPRESA ESTA ATIVA NO MESTRE (A INEXISTENTE SERA REJEITADA   *
      *    NORMALMENTE NO 2320)                                         *
      *******************************************************************
       2210-CHECAR-SITUACAO           SECTION.

           MOVE TRN-CNPJ             TO MST-CNPJ
           MOVE 'E'                  TO MST-TIPO
           MOVE ALL '0'              TO MST-DOC-SOCIO

           READ CADMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MST-E-SIT EQUAL 'ATIVA '
                       MOVE 'S'      TO AS-SENSIVEL
                       MOVE 'SITUACAO DEIXA DE SER ATIVA'
                                     TO AS-MOTIVO-SENSIVEL
                   END-IF
           END-READ
           .
       2210-CHECAR-SITUACAO-FIM.
           EXIT.

      *******************************************************************
      *    2220-CHECAR-VARIACAO-PERC - VARIACAO ENTRE A PARTICIPACAO    *
      *    DO MESTRE E A QUE ENTRA (ZERO NA EXCLUSAO), EM VALOR         *
      *    ABSOLUTO, CONTRA O LIMITE DE PONTOS                          *
      *******************************************************************
       2220-CHECAR-VARIACAO-PERC      SECTION.

           MOVE ZEROS                TO AS-VARIACAO-PERC

           MOVE TRN-CNPJ             TO MST-CNPJ
           MOVE 'S'                  TO MST-TIPO
           MOVE TRN-S-DOC            TO MST-DOC-SOCIO

           READ CADMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MST-S-PERC-PART IS NUMERIC
                       IF TRN-OPER-EXCLUSAO
                           MOVE MST-S-PERC-PART TO AS-VARIACAO-PERC
                       ELSE
                           IF TRN-S-PERC-PART IS NUMERIC
                               COMPUTE AS-VARIACAO-PERC =
                                       TRN-S-PERC-PART - MST-S-PERC-PART
                           END-IF
                       END-IF
                   END-IF
           END-READ

           IF AS-VARIACAO-PERC < ZEROS
               COMPUTE AS-VARIACAO-PERC = AS-VARIACAO-PERC * -1
           END-IF

           IF AS-VARIACAO-PERC > AS-LIMITE-PONTOS
               MOVE 'S'              TO AS-SENSIVEL
               MOVE 'PARTICIPACAO VARIA ACIMA DO LIMITE'
                                     TO AS-MOTIVO-SENSIVEL
           END-IF
           .
       2220-CHECAR-VARIACAO-PERC-FIM.
           EXIT.

      *******************************************************************
      *    2300-APLICAR-TRANSACAO - MONTA A CHAVE DO MESTRE E EXECUTA    *
      *    A OPERACAO PEDIDA, CRITICANDO AS REGRAS DE CADASTRO. A        *
      *    RESTAURACAO TRATA A EMPRESA INTEIRA E SEGUE A PARTE           *
      *******************************************************************
       2300-APLICAR-TRANSACAO         SECTION.

           IF TRN-OPER-RESTAURACAO
               IF TRN-TIPO-EMPRESA
                   PERFORM 2380-RESTAURAR-EMPRESA
               ELSE
                   MOVE 'RESTAURACAO SO POR EMPRESA'
                                     TO AS-MOTIVO-REJEICAO
               END-IF
           END-IF

      *    A EMPRESA ARQUIVADA SO VOLTA PELA RESTAURACAO, QUE TRAZ DE
      *    VOLTA TAMBEM OS SEUS SOCIOS
           IF TRN-OPER-INCLUSAO
               PERFORM 2340-CHECAR-ARQUIVADA
           END-IF

      *    AS REGRAS DE PARTICIPACAO/QUALIFICACAO SAO CRITICADAS ANTES
      *    DA MONTAGEM DA CHAVE, POIS A SOMA DAS PARTICIPACOES VARRE
      *    OS SOCIOS DA EMPRESA E SOBREPOE O BUFFER DO MESTRE
           IF TRN-TIPO-SOCIO
              AND (TRN-OPER-INCLUSAO OR TRN-OPER-ALTERACAO)
              AND AS-MOTIVO-REJEICAO EQUAL SPACES
               PERFORM 2365-CRITICAR-SOCIO
           END-IF

           IF AS-MOTIVO-REJEICAO EQUAL SPACES
              AND NOT TRN-OPER-RESTAURACAO
               MOVE TRN-CNPJ             TO MST-CNPJ
               MOVE TRN-TIPO             TO MST-TIPO
               IF TRN-TIPO-SOCIO
       2330-EXCLUIR-REGISTRO-FIM.
           EXIT.

      *******************************************************************
      *    2340-CHECAR-ARQUIVADA - CONFERE SE O CNPJ DA INCLUSAO ESTA   *
      *    NO ARQUIVO HISTORICO (EMPRESA ARQUIVADA PELO CBLZJP24)       *
      *******************************************************************
       2340-CHECAR-ARQUIVADA          SECTION.

           MOVE TRN-CNPJ             TO HST-CNPJ
           MOVE 'E'                  TO HST-TIPO
           MOVE ALL '0'              TO HST-DOC-SOCIO

           READ CADHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'EMPRESA NO ARQUIVO HISTORICO'
                                     TO AS-MOTIVO-REJEICAO
           END-READ
           .
       2340-CHECAR-ARQUIVADA-FIM.
           EXIT.

      *******************************************************************
      *    2350-CHECAR-EMPRESA - CONFERE SE A EMPRESA DO SOCIO EXISTE    *
      *******************************************************************
       2375-SOMAR-UM-SOCIO-FIM.
           EXIT.

      *******************************************************************
      *    2380-RESTAURAR-EMPRESA - TRAZ DE VOLTA AO MESTRE A EMPRESA   *
      *    ARQUIVADA E OS SEUS SOCIOS: A EMPRESA TEM DE ESTAR NO        *
      *    HISTORICO E NAO PODE ESTAR NO MESTRE                         *
      *******************************************************************
       2380-RESTAURAR-EMPRESA         SECTION.

           MOVE TRN-CNPJ             TO MST-CNPJ
           MOVE 'E'                  TO MST-TIPO
           MOVE ALL '0'              TO MST-DOC-SOCIO

           READ CADMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'REGISTRO JA CADASTRADO NO MESTRE'
                                     TO AS-MOTIVO-REJEICAO
           END-READ

           IF AS-MOTIVO-REJEICAO EQUAL SPACES
               MOVE TRN-CNPJ         TO HST-CNPJ
               MOVE 'E'              TO HST-TIPO
               MOVE ALL '0'          TO HST-DOC-SOCIO
               READ CADHIST
                   INVALID KEY
                       MOVE 'EMPRESA NAO CONSTA DO HISTORICO'
                                     TO AS-MOTIVO-REJEICAO
               END-READ
           END-IF

      *    A EMPRESA ('E') ORDENA ANTES DOS SOCIOS ('S'): O PRIMEIRO
      *    REGISTRO RESTAURADO E O DELA
           IF AS-MOTIVO-REJEICAO EQUAL SPACES
               MOVE 'N'              TO AS-FIM-HIST
               START CADHIST KEY NOT LESS HST-CHAVE
                   INVALID KEY
                       MOVE 'S'      TO AS-FIM-HIST
               END-START
               PERFORM 2385-RESTAURAR-REGISTRO
                   UNTIL AS-FIM-HIST EQUAL 'S'
           END-IF
           .
       2380-RESTAURAR-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2385-RESTAURAR-REGISTRO - UM REGISTRO DO CNPJ: GRAVA NO      *
      *    MESTRE (A EMPRESA COM A SITUACAO DA TRANSACAO), ELIMINA DO   *
      *    HISTORICO E JORNALIZA COMO 'R' (IMAGEM DEPOIS = O REGISTRO   *
      *    QUE VOLTOU AO MESTRE)                                        *
      *******************************************************************
       2385-RESTAURAR-REGISTRO        SECTION.

           READ CADHIST NEXT
               AT END
                   MOVE 'S'          TO AS-FIM-HIST
               NOT AT END
                   IF HST-CNPJ NOT EQUAL TRN-CNPJ
                       MOVE 'S'      TO AS-FIM-HIST
                   ELSE
                       MOVE HST-CHAVE    TO MST-CHAVE
                       MOVE HST-DADOS    TO MST-DADOS
                       IF HST-TIPO EQUAL 'E'
                           IF TRN-E-SIT EQUAL SPACES
                               MOVE 'ATIVA '  TO MST-E-SIT
                           ELSE
                               MOVE TRN-E-SIT TO MST-E-SIT
                           END-IF
                       END-IF
                       WRITE REG-CADMEST
                           INVALID KEY
                               DISPLAY 'RESTAURACAO INTERROMPIDA - '
                                       'CHAVE JA NO MESTRE: ' HST-CHAVE
                               MOVE 'ERRO NA RESTAURACAO DO MESTRE'
                                     TO AS-MOTIVO-REJEICAO
                               MOVE 'S'  TO AS-FIM-HIST
                           NOT INVALID KEY
                               DELETE CADHIST RECORD
                                   INVALID KEY
                                       DISPLAY 'ERRO NA EXCLUSAO DO '
                                               'CADHIST: ' HST-CHAVE
                               END-DELETE
                               MOVE SPACES    TO AS-IMAGEM-ANTES
                               MOVE MST-DADOS TO AS-IMAGEM-DEPOIS
                               PERFORM 2940-GRAVAR-JORNAL
                               ADD 1     TO AS-CONT-RESTAURADOS
                       END-WRITE
                   END-IF
           END-READ
           .
       2385-RESTAURAR-REGISTRO-FIM.
           EXIT.

      *******************************************************************
      *    2905-REGISTRAR-RESULTADO - APLICADA, SUSPENSA (MOTIVO        *
      *    RECUPERAVEL) OU REJEITADA                                    *
      *******************************************************************
       2905-REGISTRAR-RESULTADO       SECTION.

           IF AS-MOTIVO-REJEICAO EQUAL SPACES
               PERFORM 2910-GRAVAR-APLICADA
           ELSE
               IF AS-MOTIVO-RECUPERAVEL
                   PERFORM 2960-GRAVAR-SUSPENSO
               ELSE
                   PERFORM 2920-GRAVAR-REJEITADA
               END-IF
           END-IF
           .
       2905-REGISTRAR-RESULTADO-FIM.
           EXIT.

      *******************************************************************
      *    2910-GRAVAR-APLICADA - LINHA DE CRITICA DE TRANSACAO OK       *
      *******************************************************************
       2910-GRAVAR-APLICADA           SECTION.

      *    A TRANSACAO COM DOCUMENTO DA LISTA RESTRITA E APLICADA
      *    NORMALMENTE; SO SAI SINALIZADA NA CRITICA E NO ALERTA
           PERFORM 2990-TRIAR-RESTRITO

           PERFORM 2930-MONTAR-LINHA-CRITICA
           MOVE 'APLICADA '          TO LINDET-CRI-RES
           IF AS-RESTRITO EQUAL 'S'
               MOVE 'ALERTA: DOCUMENTO EM LISTA RESTRITA'
                                     TO LINDET-CRI-MOT
           ELSE
               MOVE SPACES           TO LINDET-CRI-MOT
           END-IF

           MOVE LINDET-CRI-REL       TO ARQ-CRITICA
           WRITE ARQ-CRITICA
      *******************************************************************
       2930-MONTAR-LINHA-CRITICA      SECTION.

           MOVE AS-SEQ-CRITICA       TO LINDET-CRI-SEQ
           MOVE TRN-OPER             TO LINDET-CRI-OPER
           MOVE TRN-TIPO             TO LINDET-CRI-TIPO
           MOVE TRN-CNPJ             TO LINDET-CRI-CNPJ
           MOVE MST-CHAVE            TO JRN-CHAVE
           MOVE AS-IMAGEM-ANTES      TO JRN-ANTES
           MOVE AS-IMAGEM-DEPOIS     TO JRN-DEPOIS
           MOVE TRN-OPERADOR         TO JRN-OPERADOR
           MOVE AS-APROVADOR         TO JRN-APROVADOR

      *    SEM O REGISTRO DO JORNAL O MESTRE FICARIA SEM COBERTURA DE
      *    AUDITORIA: O RUN ABORTA AQUI EM VEZ DE SEGUIR APLICANDO
               DISPLAY 'EXECUCAO ABORTADA - MESTRE SEM COBERTURA '
                       'DO JORNAL'
               CLOSE CADMEST
               CLOSE CADHIST
               CLOSE TRANSAC
               CLOSE CRITICA
               CLOSE JORNAL
               CLOSE PENDENT
               CLOSE SUSPENSO
               CLOSE SUSPTMP
               CLOSE REJFINAL
               CLOSE RSTIDX
               CLOSE ALERTA
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF
       2940-GRAVAR-JORNAL-FIM.
           EXIT.

      *******************************************************************
      *    2950-GRAVAR-PENDENTE - RETEM A TRANSACAO SENSIVEL NO         *
      *    PENDENTE PARA A DECISAO DO APROVADOR E GRAVA A LINHA DE      *
      *    CRITICA 'PENDENTE'. SEM O PENDENTE GRAVADO A TRANSACAO E     *
      *    REJEITADA, PARA NAO SE PERDER EM SILENCIO                    *
      *******************************************************************
       2950-GRAVAR-PENDENTE           SECTION.

           ACCEPT AS-DATA-JRN       FROM DATE YYYYMMDD.
           ACCEPT AS-HORA-JRN       FROM TIME.

           MOVE SPACES               TO ARQ-PENDENT
           MOVE 'P'                  TO PND-SITUACAO
           MOVE 'N'                  TO PND-PROCESSADA
           MOVE AS-DATA-JRN          TO PND-DATA-INC
           MOVE AS-HORA-JRN          TO PND-HORA-INC
           MOVE AS-MOTIVO-SENSIVEL   TO PND-MOTIVO
           MOVE ARQ-TRANSAC          TO PND-TRANSAC

           WRITE ARQ-PENDENT
           IF AS-STATUS-PD NOT EQUAL ZEROS
               DISPLAY 'ERRO NA GRAVACAO DO PENDENT' AS-STATUS-PD
               MOVE 'N'              TO AS-SENSIVEL
               MOVE 'ERRO NA GRAVACAO DO PENDENTE'
                                     TO AS-MOTIVO-REJEICAO
           ELSE
               PERFORM 2930-MONTAR-LINHA-CRITICA
               MOVE 'PENDENTE '      TO LINDET-CRI-RES
               MOVE AS-MOTIVO-SENSIVEL TO LINDET-CRI-MOT
               MOVE LINDET-CRI-REL   TO ARQ-CRITICA
               WRITE ARQ-CRITICA
               ADD 1                 TO AS-CONT-PEND-GRAVADOS
           END-IF
           .
       2950-GRAVAR-PENDENTE-FIM.
           EXIT.

      *******************************************************************
      *    2960-GRAVAR-SUSPENSO - GUARDA A TRANSACAO NO SUSPENSO PARA   *
      *    O PROXIMO RUN, MANTENDO A DATA DA PRIMEIRA SUSPENSAO, E      *
      *    GRAVA A LINHA DE CRITICA 'SUSPENSA'. SEM O SUSPENSO GRAVADO  *
      *    A TRANSACAO SAI COMO REJEITADA                               *
      *******************************************************************
       2960-GRAVAR-SUSPENSO           SECTION.

           MOVE SPACES               TO ARQ-SUSPENSO
           MOVE AS-SUS-DATA-INC      TO SUS-DATA-INC
           MOVE AS-DATA              TO SUS-DATA-ULT
           COMPUTE SUS-TENTATIVAS = AS-SUS-TENTATIVAS + 1
           MOVE AS-MOTIVO-REJEICAO   TO SUS-MOTIVO
           MOVE AS-APROVADOR         TO SUS-APROVADOR
           MOVE ARQ-TRANSAC          TO SUS-TRANSAC

           WRITE ARQ-SUSPENSO
           IF AS-STATUS-SU NOT EQUAL ZEROS
               DISPLAY 'ERRO NA GRAVACAO DO SUSPENSO' AS-STATUS-SU
               PERFORM 2920-GRAVAR-REJEITADA
           ELSE
               PERFORM 2930-MONTAR-LINHA-CRITICA
               MOVE 'SUSPENSA '      TO LINDET-CRI-RES
               MOVE AS-MOTIVO-REJEICAO TO LINDET-CRI-MOT
               MOVE LINDET-CRI-REL   TO ARQ-CRITICA
               WRITE ARQ-CRITICA
               ADD 1                 TO AS-CONT-SUSP-GRAVADOS
           END-IF
           .
       2960-GRAVAR-SUSPENSO-FIM.
           EXIT.

      *******************************************************************
      *    2970-GRAVAR-REJ-FINAL - ITEM DO SUSPENSO COM O PRAZO         *
      *    ESGOTADO: LINHA NO RELATORIO DE REJEICAO FINAL               *
      *******************************************************************
       2970-GRAVAR-REJ-FINAL          SECTION.

           MOVE TRN-OPER             TO LINDET-RJF-OP(1:1)
           MOVE TRN-TIPO             TO LINDET-RJF-OP(2:1)
           MOVE TRN-CNPJ             TO LINDET-RJF-CNPJ
           IF TRN-TIPO-SOCIO
               MOVE TRN-S-DOC        TO LINDET-RJF-DOC
           ELSE
               MOVE SPACES           TO LINDET-RJF-DOC
           END-IF
           MOVE SUT-DATA-INC(7:2)    TO LINDET-RJF-DT(1:2)
           MOVE '/'                  TO LINDET-RJF-DT(3:1)
           MOVE SUT-DATA-INC(5:2)    TO LINDET-RJF-DT(4:2)
           MOVE '/'                  TO LINDET-RJF-DT(6:1)
           MOVE SUT-DATA-INC(1:4)    TO LINDET-RJF-DT(7:4)
           MOVE AS-DIAS-PENDENTE     TO LINDET-RJF-DIAS
           COMPUTE LINDET-RJF-TENT = SUT-TENTATIVAS + 1
           MOVE AS-MOTIVO-REJEICAO   TO LINDET-RJF-MOT

           MOVE LINDET-RJF-REL       TO ARQ-REJFINAL
           WRITE ARQ-REJFINAL

           ADD 1                     TO AS-CONT-REJ-FINAL
           .
       2970-GRAVAR-REJ-FINAL-FIM.
           EXIT.

      *******************************************************************
      *    2980-CONVERTER-DATA-DIAS - DATA AAAAMMDD (AS-CALC-DATA) EM   *
      *    DIAS CORRIDOS (AS-CALC-DIAS). JANEIRO E FEVEREIRO CONTAM OS  *
      *    BISSEXTOS ATE O ANO ANTERIOR. DATA INVALIDA DEVOLVE ZERO     *
      *******************************************************************
       2980-CONVERTER-DATA-DIAS       SECTION.

           MOVE ZEROS                TO AS-CALC-DIAS

           IF AS-CALC-DATA IS NUMERIC
              AND AS-CALC-MES > ZEROS
              AND AS-CALC-MES < 13
               MOVE AS-CALC-ANO      TO AS-CALC-ANO-BIS
               IF AS-CALC-MES < 3
                   SUBTRACT 1        FROM AS-CALC-ANO-BIS
               END-IF
               DIVIDE AS-CALC-ANO-BIS BY 4   GIVING AS-CALC-Q4
               DIVIDE AS-CALC-ANO-BIS BY 100 GIVING AS-CALC-Q100
               DIVIDE AS-CALC-ANO-BIS BY 400 GIVING AS-CALC-Q400
               COMPUTE AS-CALC-DIAS =
                       (AS-CALC-ANO * 365) + AS-CALC-Q4
                       - AS-CALC-Q100 + AS-CALC-Q400
                       + AS-DIAS-ACUM(AS-CALC-MES) + AS-CALC-DIA
           END-IF
           .
       2980-CONVERTER-DATA-DIAS-FIM.
           EXIT.

      *******************************************************************
      *    2990-TRIAR-RESTRITO - DOCUMENTO QUE A TRANSACAO TRAZ PARA O  *
      *    MESTRE: O CNPJ NA INCLUSAO DE EMPRESA, O DOCUMENTO DO SOCIO  *
      *    NA INCLUSAO/ALTERACAO DE SOCIO. CADA LISTA EM QUE ELE ESTA   *
      *    VIGENTE GERA UMA LINHA NO ALERTA                             *
      *******************************************************************
       2990-TRIAR-RESTRITO            SECTION.

           MOVE 'N'                  TO AS-RESTRITO
           MOVE SPACES               TO AS-DOC-TRIAGEM

           IF TRN-TIPO-EMPRESA
              AND (TRN-OPER-INCLUSAO OR TRN-OPER-RESTAURACAO)
               MOVE TRN-CNPJ         TO AS-DOC-TRIAGEM
               MOVE TRN-E-NOME       TO AS-NOME-TRIAGEM
           END-IF
           IF TRN-TIPO-SOCIO
              AND (TRN-OPER-INCLUSAO OR TRN-OPER-ALTERACAO)
               MOVE TRN-S-DOC        TO AS-DOC-TRIAGEM
               MOVE TRN-S-NOME       TO AS-NOME-TRIAGEM
           END-IF

           IF AS-DOC-TRIAGEM NOT EQUAL SPACES
               MOVE 'N'              TO AS-FIM-RSTIDX
               MOVE AS-DOC-TRIAGEM   TO RIX-DOC
               MOVE ZEROS            TO RIX-SEQ
               START RSTIDX KEY NOT LESS RIX-CHAVE
                   INVALID KEY
                       MOVE 'S'      TO AS-FIM-RSTIDX
               END-START
               PERFORM 2995-LER-RESTRITO
                   UNTIL AS-FIM-RSTIDX EQUAL 'S'
           END-IF
           .
       2990-TRIAR-RESTRITO-FIM.
           EXIT.

      *******************************************************************
      *    2995-LER-RESTRITO - UMA OCORRENCIA DO DOCUMENTO NO INDICE    *
      *******************************************************************
       2995-LER-RESTRITO              SECTION.

           READ RSTIDX NEXT
               AT END
                   MOVE 'S'          TO AS-FIM-RSTIDX
               NOT AT END
                   IF RIX-DOC NOT EQUAL AS-DOC-TRIAGEM
                       MOVE 'S'      TO AS-FIM-RSTIDX
                   ELSE
                       MOVE 'S'      TO AS-RESTRITO
                       MOVE TRN-OPER TO LINDET-ALE-OP(1:1)
                       MOVE TRN-TIPO TO LINDET-ALE-OP(2:1)
                       MOVE TRN-CNPJ TO LINDET-ALE-CNPJ
                       MOVE AS-DOC-TRIAGEM  TO LINDET-ALE-DOC
                       MOVE AS-NOME-TRIAGEM TO LINDET-ALE-NOME
                       MOVE RIX-LISTA       TO LINDET-ALE-LISTA
                       MOVE TRN-OPERADOR    TO LINDET-ALE-OPER
                       MOVE AS-SEQ-CRITICA  TO LINDET-ALE-SEQ
                       MOVE LINDET-ALE-REL  TO ARQ-ALERTA
                       WRITE ARQ-ALERTA
                       MOVE RIX-NOME        TO LINDET-ALE-NOME-RST
                       MOVE LINDET-ALE-NOME-LISTA TO ARQ-ALERTA
                       WRITE ARQ-ALERTA
                       ADD 1         TO AS-CONT-ALERTAS
                   END-IF
           END-READ
           .
       2995-LER-RESTRITO-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
           MOVE WS-RODAPE-CRI        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           MOVE 'TOTAL RETIDAS PARA APROVACAO:'
                                     TO WS-RODAPE-CRI-LBL
           MOVE AS-CONT-PEND-GRAVADOS TO WS-RODAPE-CRI-QTD
           MOVE WS-RODAPE-CRI        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           MOVE 'TOTAL RECUSADAS PELO APROVADOR:'
                                     TO WS-RODAPE-CRI-LBL
           MOVE AS-CONT-RECUSADAS    TO WS-RODAPE-CRI-QTD
           MOVE WS-RODAPE-CRI        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           MOVE 'TOTAL REAPRESENTADAS DO SUSPENSO:'
                                     TO WS-RODAPE-CRI-LBL
           MOVE AS-CONT-SUSP-LIDOS   TO WS-RODAPE-CRI-QTD
           MOVE WS-RODAPE-CRI        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           MOVE 'TOTAL APLICADAS DO SUSPENSO:'
                                     TO WS-RODAPE-CRI-LBL
           MOVE AS-CONT-RECICLADAS   TO WS-RODAPE-CRI-QTD
           MOVE WS-RODAPE-CRI        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           MOVE 'TOTAL GRAVADAS NO SUSPENSO:'
                                     TO WS-RODAPE-CRI-LBL
           MOVE AS-CONT-SUSP-GRAVADOS TO WS-RODAPE-CRI-QTD
           MOVE WS-RODAPE-CRI        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           MOVE 'TOTAL DE REJEICOES FINAIS (PRAZO):'
                                     TO WS-RODAPE-CRI-LBL
           MOVE AS-CONT-REJ-FINAL    TO WS-RODAPE-CRI-QTD
           MOVE WS-RODAPE-CRI        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           MOVE 'TOTAL DE ALERTAS DE LISTA RESTRITA:'
                                     TO WS-RODAPE-CRI-LBL
           MOVE AS-CONT-ALERTAS      TO WS-RODAPE-CRI-QTD
           MOVE WS-RODAPE-CRI        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           MOVE 'TOTAL DE REGISTROS RESTAURADOS:'
                                     TO WS-RODAPE-CRI-LBL
           MOVE AS-CONT-RESTAURADOS  TO WS-RODAPE-CRI-QTD
           MOVE WS-RODAPE-CRI        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           MOVE WS-CABEC-CRI1        TO ARQ-CRITICA
           WRITE ARQ-CRITICA

           DISPLAY 'TRANSACOES APLICADAS:   ' AS-CONT-APLICADAS
           DISPLAY 'TRANSACOES REJEITADAS:  ' AS-CONT-REJEITADAS
           DISPLAY 'TRANSACOES JORNALIZADAS:' AS-CONT-JORNAL
           DISPLAY 'TRANSACOES RETIDAS:     ' AS-CONT-PEND-GRAVADOS
           DISPLAY 'RECUSADAS P/ APROVADOR: ' AS-CONT-RECUSADAS
           DISPLAY 'REAPRESENTADAS SUSPENSO:' AS-CONT-SUSP-LIDOS
           DISPLAY 'GRAVADAS NO SUSPENSO:   ' AS-CONT-SUSP-GRAVADOS
           DISPLAY 'REJEICOES FINAIS:       ' AS-CONT-REJ-FINAL
           DISPLAY 'RESTRITOS VIGENTES:     ' AS-CONT-RESTRITOS
           DISPLAY 'RESTRITOS FORA VIGENCIA:' AS-CONT-FORA-VIGENCIA
           DISPLAY 'ALERTAS LISTA RESTRITA: ' AS-CONT-ALERTAS
           DISPLAY 'REGISTROS RESTAURADOS:  ' AS-CONT-RESTAURADOS

      *    RODAPE DOS ALERTAS
           MOVE WS-CABEC-CRI1        TO ARQ-ALERTA
           WRITE ARQ-ALERTA
           MOVE WS-RODAPE-CRI-TIT    TO ARQ-ALERTA
           WRITE ARQ-ALERTA
           MOVE 'TOTAL DE RESTRITOS VIGENTES:'
                                     TO WS-RODAPE-CRI-LBL
           MOVE AS-CONT-RESTRITOS    TO WS-RODAPE-CRI-QTD
           MOVE WS-RODAPE-CRI        TO ARQ-ALERTA
           WRITE ARQ-ALERTA
           MOVE 'TOTAL DE ALERTAS:'  TO WS-RODAPE-CRI-LBL
           MOVE AS-CONT-ALERTAS      TO WS-RODAPE-CRI-QTD
           MOVE WS-RODAPE-CRI        TO ARQ-ALERTA
           WRITE ARQ-ALERTA
           MOVE WS-CABEC-CRI1        TO ARQ-ALERTA
           WRITE ARQ-ALERTA

      *    RODAPE DA REJEICAO FINAL
           MOVE WS-CABEC-CRI1        TO ARQ-REJFINAL
           WRITE ARQ-REJFINAL
           MOVE WS-RODAPE-CRI-TIT    TO ARQ-REJFINAL
           WRITE ARQ-REJFINAL
           MOVE 'TOTAL DE REJEICOES FINAIS:'
                                     TO WS-RODAPE-CRI-LBL
           MOVE AS-CONT-REJ-FINAL    TO WS-RODAPE-CRI-QTD
           MOVE WS-RODAPE-CRI        TO ARQ-REJFINAL
           WRITE ARQ-REJFINAL
           MOVE WS-CABEC-CRI1        TO ARQ-REJFINAL
           WRITE ARQ-REJFINAL

           CLOSE CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO CADMEST' AS-STATUS-MS
           END-IF

           CLOSE CADHIST.
           IF AS-STATUS-HS NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO CADHIST' AS-STATUS-HS
           END-IF

           CLOSE TRANSAC.
           IF AS-STATUS-TR NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO TRANSAC' AS-STATUS-TR
               DISPLAY 'ERRO NO FECHAMENTO DO JORNAL' AS-STATUS-JR
           END-IF

           CLOSE PENDENT.
           IF AS-STATUS-PD NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO PENDENT' AS-STATUS-PD
           END-IF

           CLOSE SUSPENSO.
           IF AS-STATUS-SU NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO SUSPENSO' AS-STATUS-SU
           END-IF

           CLOSE SUSPTMP.
           IF AS-STATUS-ST NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO SUSPTMP' AS-STATUS-ST
           END-IF

           CLOSE REJFINAL.
           IF AS-STATUS-RF NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO REJFINAL' AS-STATUS-RF
           END-IF

           CLOSE RSTIDX.
           IF AS-STATUS-RX NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO RSTIDX' AS-STATUS-RX
           END-IF

           CLOSE ALERTA.
           IF AS-STATUS-AL NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO ALERTA' AS-STATUS-AL
           END-IF

      *    TRANSACOES REJEITADAS REBAIXAM A EXECUCAO LIMPA PARA
      *    CONCLUIDA COM AVISOS, PARA O ESCALONADOR INSPECIONAR A
      *    CRITICA ANTES DE CORTAR OS RELATORIOS DO MESTRE
