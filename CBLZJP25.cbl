       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP25.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: EXCECOES DE GOVERNANCA DO QUADRO SOCIETARIO - LE O
      *          CADMEST E LISTA, COM UM CODIGO DE MOTIVO, AS EMPRESAS
      *          COM ESTRUTURA QUE CREDITO E JURIDICO NAO ACEITAM:
      *          01 SEM SOCIO QUALIFICADO 'A' (ADMINISTRADOR)
      *          02 PARTICIPACOES QUE NAO SOMAM 100%
      *          03 SOCIO 'P' (PROCURADOR) COM PARTICIPACAO
      *          04 SOCIO 'J' CUJO CNPJ ESTA NO MESTRE FORA DE ATIVA
      *          05 PARTICIPACAO NAO NUMERICA (CARGAS ANTIGAS)
      *          COM TOTAIS POR MOTIVO, PARA O CADASTRO CORRIGIR VIA
      *          TRANSAC. SO LEITURA
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *******************************************************************
      *    DEFINICAO DOS ARQUIVOS                                       *
      *******************************************************************
       SELECT CADMEST ASSIGN TO DYNAMIC AS-CAMINHO-CADMEST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MST-CHAVE
       ALTERNATE RECORD KEY IS MST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-MS.

       SELECT EXCGOV ASSIGN TO DYNAMIC AS-CAMINHO-EXCGOV
       FILE STATUS IS AS-STATUS-EG.

       DATA DIVISION.
       FILE SECTION.

      *******************************************************************
      *    DEFINICAO DO CADASTRO MESTRE INDEXADO (MESMO LAYOUT DO       *
      *    CBLZJP05) - SO LEITURA                                       *
      *******************************************************************
       FD  CADMEST.

       01  REG-CADMEST.
           05 MST-CHAVE.
               10 MST-CNPJ             PIC X(014).
               10 MST-TIPO             PIC X(001).
               10 MST-DOC-SOCIO        PIC X(014).
           05 MST-DADOS                PIC X(080).
           05 MST-DADOS-EMP REDEFINES MST-DADOS.
               10 MST-E-SIT            PIC X(006).
               10 MST-E-NOME           PIC X(059).
               10 MST-E-STATUS         PIC X(005).
               10 MST-E-DATA-ABERT     PIC X(010).
           05 MST-DADOS-SOC REDEFINES MST-DADOS.
               10 MST-S-NOME           PIC X(036).
               10 MST-S-STATUS         PIC X(005).
               10 MST-S-TIPO-PESSOA    PIC X(001).
               10 MST-S-PERC-PART      PIC 9(003)V9(002).
               10 MST-S-PERC-PART-X REDEFINES MST-S-PERC-PART
                                       PIC X(005).
               10 MST-S-QUALIF         PIC X(001).
               10 FILLER               PIC X(032).

      *******************************************************************
      *    DEFINICAO DO RELATORIO DE EXCECOES DE GOVERNANCA             *
      *******************************************************************
       FD  EXCGOV
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-EXCGOV                  PIC X(100).

      *******************************************************************
      *    DEFINICAO DAS VARIAVEIS                                      *
      *******************************************************************
       WORKING-STORAGE SECTION.

      *******************************************************************
      *    CAMINHOS DOS ARQUIVOS - PARAMETRIZAVEIS VIA VARIAVEL DE       *
      *    AMBIENTE, SEM NECESSIDADE DE RECOMPILACAO PARA CADA FILIAL   *
      *******************************************************************
       01  AS-CAMINHO-CADMEST      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CADMEST.dat'.
       01  AS-CAMINHO-EXCGOV       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\EXCGOV.txt'.

       01  AS-STATUS-MS            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-EG            PIC 9(002) VALUE ZEROS.
       01  AS-FIM-MESTRE           PIC X(001) VALUE 'N'.
       01  AS-FIM-SOCIOS           PIC X(001) VALUE 'N'.
       01  AS-DATA                 PIC X(008) VALUE ZEROS.
       01  AS-HORA                 PIC X(006) VALUE ZEROS.

      *******************************************************************
      *    EMPRESA EM ANALISE                                           *
      *******************************************************************
       01  AS-EMP-CNPJ             PIC X(014) VALUE SPACES.
       01  AS-EMP-NOME             PIC X(059) VALUE SPACES.
       01  AS-EMP-COM-EXCECAO      PIC X(001) VALUE 'N'.
       01  AS-TEM-ADMINISTRADOR    PIC X(001) VALUE 'N'.
       01  AS-TEM-NAO-NUMERICA     PIC X(001) VALUE 'N'.
       01  AS-SOMA-PART            PIC 9(005)V9(002) VALUE ZEROS.

      *******************************************************************
      *    SOCIOS DA EMPRESA EM ANALISE - GUARDADOS NA LEITURA PARA AS  *
      *    CONFERENCIAS POR SOCIO SAIREM AGRUPADAS POR MOTIVO           *
      *******************************************************************
       01  AS-SOC-MAX              PIC 9(004) VALUE 300.
       01  AS-SOC-QTD              PIC 9(004) VALUE ZEROS.
       01  AS-SOC-IDX              PIC 9(004) VALUE ZEROS.
       01  AS-SOC-EXCEDENTES       PIC 9(004) VALUE ZEROS.
       01  AS-TAB-SOCIOS.
           05 AS-SOC-ENT OCCURS 300 TIMES.
               10 AS-SOC-DOC       PIC X(014).
               10 AS-SOC-TIPO-PESSOA
                                   PIC X(001).
               10 AS-SOC-QUALIF    PIC X(001).
               10 AS-SOC-PERC      PIC 9(003)V9(002).
               10 AS-SOC-PERC-X REDEFINES AS-SOC-PERC
                                   PIC X(005).

      *******************************************************************
      *    MOTIVOS DA EMPRESA EM ANALISE (UMA MARCA POR MOTIVO PARA O   *
      *    TOTAL DE EMPRESAS) E A OCORRENCIA CORRENTE                   *
      *******************************************************************
       01  AS-MARCAS-MOTIVO.
           05 AS-MARCA-MOTIVO      PIC X(001) OCCURS 5 TIMES.
       01  AS-MOT-IDX              PIC 9(001) VALUE ZEROS.
       01  AS-OCO-CODIGO           PIC X(002) VALUE SPACES.
       01  AS-OCO-DOC              PIC X(014) VALUE SPACES.
       01  AS-OCO-INFO             PIC X(006) VALUE SPACES.
       01  AS-PERC-ED              PIC ZZ9.99.

      *******************************************************************
      *    TEXTO DE CADA MOTIVO (NA ORDEM DO CODIGO)                    *
      *******************************************************************
       01  AS-TAB-TEXTOS.
           05 FILLER               PIC X(028)
              VALUE 'SEM SOCIO ADMINISTRADOR'.
           05 FILLER               PIC X(028)
              VALUE 'PARTICIPACOES NAO SOMAM 100%'.
           05 FILLER               PIC X(028)
              VALUE 'PROCURADOR COM PARTICIPACAO'.
           05 FILLER               PIC X(028)
              VALUE 'SOCIO PJ FORA DE ATIVA'.
           05 FILLER               PIC X(028)
              VALUE 'PARTICIPACAO NAO NUMERICA'.
       01  FILLER REDEFINES AS-TAB-TEXTOS.
           05 AS-TEXTO-MOTIVO      PIC X(028) OCCURS 5 TIMES.

      *******************************************************************
      *    CONTADORES DE CONTROLE PARA O RODAPE DO RELATORIO            *
      *******************************************************************
       01  AS-CONT-EMPRESAS        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SOCIOS          PIC 9(007) VALUE ZEROS.
       01  AS-CONT-EMP-EXCECAO     PIC 9(007) VALUE ZEROS.
       01  AS-CONT-OCORRENCIAS     PIC 9(007) VALUE ZEROS.
       01  AS-CONT-TAB-CHEIA       PIC 9(007) VALUE ZEROS.
       01  AS-TAB-CONT-MOTIVO.
           05 AS-CONT-MOTIVO       PIC 9(007) OCCURS 5 TIMES.

      *******************************************************************
      *    DEFINICAO DO CABECALHO                                       *
      *******************************************************************
       01  WS-CABEC-GOV1           PIC X(100) VALUE ALL '='.

       01  WS-CABEC-GOV2.
           05 WS-CABEC-GOV2-FL1    PIC X(001) VALUE SPACES.
           05 WS-CABEC-GOV2-PGM    PIC X(008) VALUE 'CBLZJP25'.
           05 WS-CABEC-GOV2-FL2    PIC X(015) VALUE SPACES.
           05 WS-CABEC-GOV2-DES    PIC X(036)
              VALUE 'EXCECOES DE GOVERNANCA SOCIETARIA'.
           05 WS-CABEC-GOV2-FL3    PIC X(019) VALUE SPACES.
           05 WS-CABEC-GOV2-DT     PIC X(010) VALUE SPACES.
           05 WS-CABEC-GOV2-FL4    PIC X(002) VALUE SPACES.
           05 WS-CABEC-GOV2-HR     PIC X(008) VALUE SPACES.
           05 WS-CABEC-GOV2-FL5    PIC X(001) VALUE SPACES.

       01  WS-CABEC-GOV3.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER               PIC X(015) VALUE 'CNPJ'.
           05 FILLER               PIC X(031) VALUE 'NOME DA EMPRESA'.
           05 FILLER               PIC X(003) VALUE 'MT'.
           05 FILLER               PIC X(029) VALUE 'MOTIVO'.
           05 FILLER               PIC X(015) VALUE 'DOC DO SOCIO'.
           05 FILLER               PIC X(006) VALUE 'INFO'.

      *******************************************************************
      *    LINHA DE DETALHE - UMA POR OCORRENCIA (MOTIVO DA EMPRESA OU  *
      *    DO SOCIO). INFO: SOMA (02), PERCENTUAL (03), SITUACAO DO     *
      *    SOCIO PJ (04) OU O CONTEUDO LIDO (05)                        *
      *******************************************************************
       01  LINDET-GOV.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-GOV-CNPJ      PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-GOV-NOME      PIC X(030) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-GOV-COD       PIC X(002) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-GOV-MOTIVO    PIC X(028) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-GOV-DOC       PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-GOV-INFO      PIC X(006) VALUE SPACES.

       01  LINDET-GOV-BRANCO       PIC X(100) VALUE SPACES.

      *******************************************************************
      *    DEFINICAO DO RODAPE DE TOTAIS DE CONTROLE                    *
      *******************************************************************
       01  WS-RODAPE-GOV-TIT.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER              PIC X(019) VALUE 'TOTAIS DE CONTROLE'.
           05 FILLER               PIC X(080) VALUE SPACES.

       01  WS-RODAPE-GOV.
           05 WS-RODAPE-GOV-LBL    PIC X(040) VALUE SPACES.
           05 WS-RODAPE-GOV-QTD    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(049) VALUE SPACES.

       01  WS-RODAPE-GOV-MOT.
           05 FILLER               PIC X(006) VALUE 'EMPR. '.
           05 WS-RODAPE-GOV-MOT-COD PIC X(002) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-RODAPE-GOV-MOT-TXT PIC X(028) VALUE SPACES.
           05 FILLER               PIC X(003) VALUE ':  '.
           05 WS-RODAPE-GOV-MOT-QTD PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(049) VALUE SPACES.

      *******************************************************************
      *    CRIACAO E DECLARACAO DOS PERFORMS                            *
      *******************************************************************

       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.

           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR
              UNTIL AS-FIM-MESTRE = 'S'.
           PERFORM 3000-FINALIZAR.

       0000-PRINCIPAL-FIM.
           EXIT.
      *******************************************************************
      *    INICIALIZACAO DO PROGRAMA                                    *
      *******************************************************************
       1000-INICIALIZAR             SECTION.

      *    CARGA DOS CAMINHOS DE ARQUIVO (PARAMETRIZAVEIS POR AMBIENTE)
           PERFORM 1005-CARREGAR-CAMINHOS

      *    DEFINICAO DE HORA E DATA ATUAL

           ACCEPT AS-DATA           FROM DATE YYYYMMDD.
           ACCEPT AS-HORA           FROM TIME.

           MOVE AS-DATA(1:4)        TO WS-CABEC-GOV2-DT(7:4)
           MOVE AS-DATA(5:2)        TO WS-CABEC-GOV2-DT(4:2)
           MOVE AS-DATA(7:2)        TO WS-CABEC-GOV2-DT(1:2)
           MOVE '/'                 TO WS-CABEC-GOV2-DT(3:1)
           MOVE '/'                 TO WS-CABEC-GOV2-DT(6:1)

           MOVE AS-HORA(1:2)        TO WS-CABEC-GOV2-HR(1:2)
           MOVE AS-HORA(3:2)        TO WS-CABEC-GOV2-HR(4:2)
           MOVE AS-HORA(5:2)        TO WS-CABEC-GOV2-HR(7:2)
           MOVE ':'                 TO WS-CABEC-GOV2-HR(3:1)
           MOVE ':'                 TO WS-CABEC-GOV2-HR(6:1)

           MOVE ZEROS               TO AS-TAB-CONT-MOTIVO

           OPEN INPUT CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO CADMEST' AS-STATUS-MS
               DISPLAY 'EXECUCAO ABORTADA - MESTRE INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXCGOV.
           IF AS-STATUS-EG NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO EXCGOV' AS-STATUS-EG
               DISPLAY 'EXECUCAO ABORTADA - RELATORIO INDISPONIVEL'
               CLOSE CADMEST
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

      *    INSERCAO DO CABECALHO NO RELATORIO DE EXCECOES
           MOVE WS-CABEC-GOV1        TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV
           MOVE WS-CABEC-GOV2        TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV
           MOVE WS-CABEC-GOV1        TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV
           MOVE WS-CABEC-GOV3        TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV
           MOVE LINDET-GOV-BRANCO    TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV

      *    POSICIONA NO INICIO DO MESTRE PARA A LEITURA SEQUENCIAL
           MOVE LOW-VALUES           TO MST-CHAVE
           START CADMEST KEY NOT LESS MST-CHAVE
               INVALID KEY
                   MOVE 'S'          TO AS-FIM-MESTRE
           END-START

           IF AS-FIM-MESTRE NOT EQUAL 'S'
               PERFORM 2900-LER-MESTRE
           END-IF
           IF AS-FIM-MESTRE EQUAL 'S'
               DISPLAY 'CADASTRO MESTRE VAZIO'
           END-IF
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    1005-CARREGAR-CAMINHOS - LE OS CAMINHOS DOS ARQUIVOS VIA      *
      *    VARIAVEL DE AMBIENTE, MANTENDO O PADRAO SE NAO INFORMADA      *
      *******************************************************************
       1005-CARREGAR-CAMINHOS       SECTION.

           ACCEPT AS-CAMINHO-CADMEST FROM ENVIRONMENT
                  'CBLZJP25_CADMEST'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-EXCGOV FROM ENVIRONMENT
                  'CBLZJP25_EXCGOV'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
           .
       1005-CARREGAR-CAMINHOS-FIM.
           EXIT.

      *******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA - 2000-PROCESSAR                  *
      *    CADA REGISTRO 'E' ABRE UMA EMPRESA: OS SOCIOS SAO LIDOS EM   *
      *    SEGUIDA E, FEITAS AS CONFERENCIAS (A DO SOCIO PJ LE O MESTRE *
      *    PELA CHAVE), A LEITURA SEQUENCIAL E RETOMADA LOGO APOS O     *
      *    ULTIMO REGISTRO DO CNPJ                                      *
      *******************************************************************
       2000-PROCESSAR                 SECTION.

           IF MST-TIPO EQUAL 'E'
               ADD 1                 TO AS-CONT-EMPRESAS
               MOVE MST-CNPJ         TO AS-EMP-CNPJ
               MOVE MST-E-NOME       TO AS-EMP-NOME

               PERFORM 2100-CARREGAR-SOCIOS
               PERFORM 2200-AVALIAR-EMPRESA

               MOVE AS-EMP-CNPJ      TO MST-CNPJ
               MOVE HIGH-VALUES      TO MST-TIPO
               MOVE HIGH-VALUES      TO MST-DOC-SOCIO
               START CADMEST KEY GREATER MST-CHAVE
                   INVALID KEY
                       MOVE 'S'      TO AS-FIM-MESTRE
               END-START
           END-IF

           IF AS-FIM-MESTRE NOT EQUAL 'S'
               PERFORM 2900-LER-MESTRE
           END-IF
           .
       2000-PROCESSAR-FIM.
           EXIT.

      *******************************************************************
      *    2100-CARREGAR-SOCIOS - LE OS SOCIOS QUE SEGUEM A EMPRESA NO  *
      *    MESTRE E SOMA AS PARTICIPACOES NUMERICAS                     *
      *******************************************************************
       2100-CARREGAR-SOCIOS           SECTION.

           MOVE ZEROS                TO AS-SOC-QTD
           MOVE ZEROS                TO AS-SOC-EXCEDENTES
           MOVE ZEROS                TO AS-SOMA-PART
           MOVE 'N'                  TO AS-TEM-ADMINISTRADOR
           MOVE 'N'                  TO AS-TEM-NAO-NUMERICA
           MOVE 'N'                  TO AS-FIM-SOCIOS

           PERFORM 2110-LER-SOCIO
               UNTIL AS-FIM-SOCIOS EQUAL 'S'

      *    SOCIOS ALEM DA TABELA NAO ENTRAM NAS CONFERENCIAS POR SOCIO
           IF AS-SOC-EXCEDENTES NOT EQUAL ZEROS
               DISPLAY 'EMPRESA COM MAIS DE ' AS-SOC-MAX ' SOCIOS: '
                       AS-EMP-CNPJ ' - NAO CONFERIDOS: '
                       AS-SOC-EXCEDENTES
               ADD 1                 TO AS-CONT-TAB-CHEIA
               MOVE 4                TO RETURN-CODE
           END-IF
           .
       2100-CARREGAR-SOCIOS-FIM.
           EXIT.

      *******************************************************************
      *    2110-LER-SOCIO - LE O PROXIMO REGISTRO; OUTRO CNPJ OU O FIM  *
      *    DO MESTRE ENCERRA OS SOCIOS DA EMPRESA                       *
      *******************************************************************
       2110-LER-SOCIO                 SECTION.

           PERFORM 2900-LER-MESTRE

           IF AS-FIM-MESTRE EQUAL 'S'
              OR MST-CNPJ NOT EQUAL AS-EMP-CNPJ
               MOVE 'S'              TO AS-FIM-SOCIOS
           ELSE
               ADD 1                 TO AS-CONT-SOCIOS
               IF MST-S-QUALIF EQUAL 'A'
                   MOVE 'S'          TO AS-TEM-ADMINISTRADOR
               END-IF
               IF MST-S-PERC-PART IS NUMERIC
                   ADD MST-S-PERC-PART TO AS-SOMA-PART
               ELSE
                   MOVE 'S'          TO AS-TEM-NAO-NUMERICA
               END-IF

               IF AS-SOC-QTD < AS-SOC-MAX
                   ADD 1             TO AS-SOC-QTD
                   MOVE MST-DOC-SOCIO
                                     TO AS-SOC-DOC(AS-SOC-QTD)
                   MOVE MST-S-TIPO-PESSOA
                                     TO AS-SOC-TIPO-PESSOA(AS-SOC-QTD)
                   MOVE MST-S-QUALIF TO AS-SOC-QUALIF(AS-SOC-QTD)
                   MOVE MST-S-PERC-PART-X
                                     TO AS-SOC-PERC-X(AS-SOC-QTD)
               ELSE
                   ADD 1             TO AS-SOC-EXCEDENTES
               END-IF
           END-IF
           .
       2110-LER-SOCIO-FIM.
           EXIT.

      *******************************************************************
      *    2200-AVALIAR-EMPRESA - APLICA AS CINCO CONFERENCIAS NA ORDEM *
      *    DO CODIGO. A SOMA (02) SO E CONFERIDA QUANDO A EMPRESA TEM   *
      *    SOCIOS E TODAS AS PARTICIPACOES SAO NUMERICAS - SEM SOCIOS   *
      *    JA SAI NO 01, E A NAO NUMERICA SAI NO 05                     *
      *******************************************************************
       2200-AVALIAR-EMPRESA           SECTION.

           MOVE 'N'                  TO AS-EMP-COM-EXCECAO
           MOVE 'NNNNN'              TO AS-MARCAS-MOTIVO

      *    01 - SEM SOCIO ADMINISTRADOR
           IF AS-TEM-ADMINISTRADOR NOT EQUAL 'S'
               MOVE 1                TO AS-MOT-IDX
               MOVE SPACES           TO AS-OCO-DOC
               MOVE SPACES           TO AS-OCO-INFO
               PERFORM 2800-GRAVAR-OCORRENCIA
           END-IF

      *    02 - PARTICIPACOES QUE NAO SOMAM 100%
           IF AS-SOC-QTD > ZEROS
              AND AS-SOC-EXCEDENTES EQUAL ZEROS
              AND AS-TEM-NAO-NUMERICA EQUAL 'N'
              AND AS-SOMA-PART NOT EQUAL 100
               MOVE 2                TO AS-MOT-IDX
               MOVE SPACES           TO AS-OCO-DOC
               IF AS-SOMA-PART > 999.99
                   MOVE '>999  '     TO AS-OCO-INFO
               ELSE
                   MOVE AS-SOMA-PART TO AS-PERC-ED
                   MOVE AS-PERC-ED   TO AS-OCO-INFO
               END-IF
               PERFORM 2800-GRAVAR-OCORRENCIA
           END-IF

      *    03 - PROCURADOR COM PARTICIPACAO
           PERFORM 2210-CHECAR-PROCURADOR
               VARYING AS-SOC-IDX FROM 1 BY 1
               UNTIL AS-SOC-IDX > AS-SOC-QTD

      *    04 - SOCIO PJ FORA DE ATIVA NO MESTRE
           PERFORM 2220-CHECAR-SOCIO-PJ
               VARYING AS-SOC-IDX FROM 1 BY 1
               UNTIL AS-SOC-IDX > AS-SOC-QTD

      *    05 - PARTICIPACAO NAO NUMERICA
           PERFORM 2230-CHECAR-NAO-NUMERICA
               VARYING AS-SOC-IDX FROM 1 BY 1
               UNTIL AS-SOC-IDX > AS-SOC-QTD

           IF AS-EMP-COM-EXCECAO EQUAL 'S'
               ADD 1                 TO AS-CONT-EMP-EXCECAO
               PERFORM 2240-TOTALIZAR-MOTIVOS
                   VARYING AS-MOT-IDX FROM 1 BY 1
                   UNTIL AS-MOT-IDX > 5
               MOVE LINDET-GOV-BRANCO TO ARQ-EXCGOV
               WRITE ARQ-EXCGOV
           END-IF
           .
       2200-AVALIAR-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2210-CHECAR-PROCURADOR - SOCIO QUALIFICADO 'P' COM           *
      *    PARTICIPACAO NUMERICA DIFERENTE DE ZERO                      *
      *******************************************************************
       2210-CHECAR-PROCURADOR         SECTION.

           IF AS-SOC-QUALIF(AS-SOC-IDX) EQUAL 'P'
              AND AS-SOC-PERC(AS-SOC-IDX) IS NUMERIC
              AND AS-SOC-PERC(AS-SOC-IDX) NOT EQUAL ZEROS
               MOVE 3                TO AS-MOT-IDX
               MOVE AS-SOC-DOC(AS-SOC-IDX)
                                     TO AS-OCO-DOC
               MOVE AS-SOC-PERC(AS-SOC-IDX)
                                     TO AS-PERC-ED
               MOVE AS-PERC-ED       TO AS-OCO-INFO
               PERFORM 2800-GRAVAR-OCORRENCIA
           END-IF
           .
       2210-CHECAR-PROCURADOR-FIM.
           EXIT.

      *******************************************************************
      *    2220-CHECAR-SOCIO-PJ - SOCIO 'J' CUJO CNPJ ESTA NO MESTRE    *
      *    COM SITUACAO DIFERENTE DE ATIVA. O SOCIO PJ FORA DO MESTRE   *
      *    NAO E EXCECAO AQUI (O CBLZJP20 JA SINALIZA A CADEIA)         *
      *******************************************************************
       2220-CHECAR-SOCIO-PJ           SECTION.

           IF AS-SOC-TIPO-PESSOA(AS-SOC-IDX) EQUAL 'J'
               MOVE AS-SOC-DOC(AS-SOC-IDX) TO MST-CNPJ
               MOVE 'E'              TO MST-TIPO
               MOVE ALL '0'          TO MST-DOC-SOCIO
               READ CADMEST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MST-E-SIT NOT EQUAL 'ATIVA '
                           MOVE 4    TO AS-MOT-IDX
                           MOVE AS-SOC-DOC(AS-SOC-IDX)
                                     TO AS-OCO-DOC
                           MOVE MST-E-SIT TO AS-OCO-INFO
                           PERFORM 2800-GRAVAR-OCORRENCIA
                       END-IF
               END-READ
           END-IF
           .
       2220-CHECAR-SOCIO-PJ-FIM.
           EXIT.

      *******************************************************************
      *    2230-CHECAR-NAO-NUMERICA - PARTICIPACAO COM CONTEUDO NAO     *
      *    NUMERICO, DEIXADA POR CARGA ANTIGA                           *
      *******************************************************************
       2230-CHECAR-NAO-NUMERICA       SECTION.

           IF AS-SOC-PERC(AS-SOC-IDX) IS NOT NUMERIC
               MOVE 5                TO AS-MOT-IDX
               MOVE AS-SOC-DOC(AS-SOC-IDX)
                                     TO AS-OCO-DOC
               MOVE AS-SOC-PERC-X(AS-SOC-IDX)
                                     TO AS-OCO-INFO
               PERFORM 2800-GRAVAR-OCORRENCIA
           END-IF
           .
       2230-CHECAR-NAO-NUMERICA-FIM.
           EXIT.

      *******************************************************************
      *    2240-TOTALIZAR-MOTIVOS - CONTA A EMPRESA UMA VEZ EM CADA     *
      *    MOTIVO QUE ELA APRESENTOU                                    *
      *******************************************************************
       2240-TOTALIZAR-MOTIVOS         SECTION.

           IF AS-MARCA-MOTIVO(AS-MOT-IDX) EQUAL 'S'
               ADD 1                 TO AS-CONT-MOTIVO(AS-MOT-IDX)
           END-IF
           .
       2240-TOTALIZAR-MOTIVOS-FIM.
           EXIT.

      *******************************************************************
      *    2800-GRAVAR-OCORRENCIA - UMA LINHA NO RELATORIO PARA O       *
      *    MOTIVO EM AS-MOT-IDX, COM O DOCUMENTO E A INFORMACAO DA      *
      *    OCORRENCIA; A EMPRESA SO E IDENTIFICADA NA PRIMEIRA LINHA    *
      *******************************************************************
       2800-GRAVAR-OCORRENCIA         SECTION.

           IF AS-EMP-COM-EXCECAO EQUAL 'S'
               MOVE SPACES           TO LINDET-GOV-CNPJ
               MOVE SPACES           TO LINDET-GOV-NOME
           ELSE
               MOVE AS-EMP-CNPJ      TO LINDET-GOV-CNPJ
               MOVE AS-EMP-NOME      TO LINDET-GOV-NOME
               MOVE 'S'              TO AS-EMP-COM-EXCECAO
           END-IF

           MOVE ZEROS                TO LINDET-GOV-COD
           MOVE AS-MOT-IDX           TO LINDET-GOV-COD(2:1)
           MOVE AS-TEXTO-MOTIVO(AS-MOT-IDX)
                                     TO LINDET-GOV-MOTIVO
           MOVE AS-OCO-DOC           TO LINDET-GOV-DOC
           MOVE AS-OCO-INFO          TO LINDET-GOV-INFO
           MOVE LINDET-GOV           TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV

           MOVE 'S'                  TO AS-MARCA-MOTIVO(AS-MOT-IDX)
           ADD 1                     TO AS-CONT-OCORRENCIAS
           .
       2800-GRAVAR-OCORRENCIA-FIM.
           EXIT.

      *******************************************************************
      *    2900-LER-MESTRE                                              *
      *******************************************************************
       2900-LER-MESTRE                SECTION.

           READ CADMEST NEXT
               AT END
                   MOVE 'S'          TO AS-FIM-MESTRE
               NOT AT END
                   IF AS-STATUS-MS NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DO CADMEST'
                               AS-STATUS-MS
                       MOVE 'S'      TO AS-FIM-MESTRE
                   END-IF
           END-READ
           .
       2900-LER-MESTRE-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZACAO DO PROGRAMA                                      *
      *******************************************************************
       3000-FINALIZAR                SECTION.

      *    GRAVACAO DO RODAPE COM OS TOTAIS DE CONTROLE
           MOVE WS-CABEC-GOV1        TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV
           MOVE WS-RODAPE-GOV-TIT    TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV

           MOVE 'TOTAL DE EMPRESAS LIDAS:'
                                     TO WS-RODAPE-GOV-LBL
           MOVE AS-CONT-EMPRESAS     TO WS-RODAPE-GOV-QTD
           MOVE WS-RODAPE-GOV        TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV

           MOVE 'TOTAL DE SOCIOS LIDOS:'
                                     TO WS-RODAPE-GOV-LBL
           MOVE AS-CONT-SOCIOS       TO WS-RODAPE-GOV-QTD
           MOVE WS-RODAPE-GOV        TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV

           MOVE 'TOTAL DE EMPRESAS COM EXCECAO:'
                                     TO WS-RODAPE-GOV-LBL
           MOVE AS-CONT-EMP-EXCECAO  TO WS-RODAPE-GOV-QTD
           MOVE WS-RODAPE-GOV        TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV

           MOVE 'TOTAL DE OCORRENCIAS LISTADAS:'
                                     TO WS-RODAPE-GOV-LBL
           MOVE AS-CONT-OCORRENCIAS  TO WS-RODAPE-GOV-QTD
           MOVE WS-RODAPE-GOV        TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV

           MOVE 'TOTAL DE EMPRESAS ALEM DA TABELA:'
                                     TO WS-RODAPE-GOV-LBL
           MOVE AS-CONT-TAB-CHEIA    TO WS-RODAPE-GOV-QTD
           MOVE WS-RODAPE-GOV        TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV

           PERFORM 3010-GRAVAR-TOTAL-MOTIVO
               VARYING AS-MOT-IDX FROM 1 BY 1
               UNTIL AS-MOT-IDX > 5

           MOVE WS-CABEC-GOV1        TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV

           DISPLAY 'EMPRESAS LIDAS:          ' AS-CONT-EMPRESAS
           DISPLAY 'SOCIOS LIDOS:            ' AS-CONT-SOCIOS
           DISPLAY 'EMPRESAS COM EXCECAO:    ' AS-CONT-EMP-EXCECAO
           DISPLAY 'OCORRENCIAS LISTADAS:    ' AS-CONT-OCORRENCIAS

           CLOSE CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO CADMEST' AS-STATUS-MS
           END-IF

           CLOSE EXCGOV.
           IF AS-STATUS-EG NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO EXCGOV' AS-STATUS-EG
           END-IF

           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    3010-GRAVAR-TOTAL-MOTIVO - EMPRESAS POR MOTIVO NO RODAPE     *
      *******************************************************************
       3010-GRAVAR-TOTAL-MOTIVO       SECTION.

           MOVE ZEROS                TO WS-RODAPE-GOV-MOT-COD
           MOVE AS-MOT-IDX           TO WS-RODAPE-GOV-MOT-COD(2:1)
           MOVE AS-TEXTO-MOTIVO(AS-MOT-IDX)
                                     TO WS-RODAPE-GOV-MOT-TXT
           MOVE AS-CONT-MOTIVO(AS-MOT-IDX)
                                     TO WS-RODAPE-GOV-MOT-QTD
           MOVE WS-RODAPE-GOV-MOT    TO ARQ-EXCGOV
           WRITE ARQ-EXCGOV

           DISPLAY 'MOTIVO ' WS-RODAPE-GOV-MOT-COD ': '
                   AS-CONT-MOTIVO(AS-MOT-IDX)
           .
       3010-GRAVAR-TOTAL-MOTIVO-FIM.
           EXIT.

       END PROGRAM CBLZJP25.
