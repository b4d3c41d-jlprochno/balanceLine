       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP20.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: BENEFICIARIO FINAL (KYC) - PARA CADA EMPRESA DO MESTRE
      *          COM SOCIO PESSOA JURIDICA, SEGUE A CADEIA DE SOCIOS 'J'
      *          CUJO CNPJ TAMBEM ESTA NO MESTRE, MULTIPLICANDO OS
      *          PERCENTUAIS EM CADA NIVEL, E LISTA AS PESSOAS FISICAS
      *          COM PARTICIPACAO INDIRETA IGUAL OU ACIMA DO LIMITE
      *          PARAMETRIZADO. SINALIZA CADEIA CIRCULAR E CADEIA QUE
      *          TERMINA EM SOCIO 'J' FORA DO MESTRE (QUADRO INCOMPLETO)
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

       SELECT BENEFIC ASSIGN TO DYNAMIC AS-CAMINHO-BENEFIC
       FILE STATUS IS AS-STATUS-BF.

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
               10 MST-S-QUALIF         PIC X(001).
               10 FILLER               PIC X(032).

      *******************************************************************
      *    DEFINICAO DO RELATORIO DE BENEFICIARIOS FINAIS               *
      *******************************************************************
       FD  BENEFIC
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-BENEFIC                 PIC X(100).

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
       01  AS-CAMINHO-BENEFIC      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\BENEFIC.txt'.

       01  AS-STATUS-MS            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-BF            PIC 9(002) VALUE ZEROS.
       01  AS-FIM-MESTRE           PIC X(001) VALUE 'N'.
       01  AS-FIM-SOCIOS           PIC X(001) VALUE 'N'.
       01  AS-DATA                 PIC X(008) VALUE ZEROS.
       01  AS-HORA                 PIC X(006) VALUE ZEROS.

      *******************************************************************
      *    LIMITE DE PARTICIPACAO DO BENEFICIARIO FINAL - INFORMAR COM  *
      *    5 DIGITOS, 2 DECIMAIS IMPLICITAS (EX: 02500 = 25,00%)        *
      *******************************************************************
       01  AS-LIMITE-UBO-TX        PIC X(005) VALUE '02500'.
       01  AS-LIMITE-UBO-NUM REDEFINES AS-LIMITE-UBO-TX
                                   PIC 9(003)V9(002).
       01  AS-LIMITE-UBO           PIC 9(003)V9(002) VALUE 25.

      *******************************************************************
      *    EMPRESA DO TOPO DA CADEIA EM ANALISE                         *
      *******************************************************************
       01  AS-EMP-CNPJ             PIC X(014) VALUE SPACES.
       01  AS-EMP-SIT              PIC X(006) VALUE SPACES.
       01  AS-EMP-NOME             PIC X(059) VALUE SPACES.
       01  AS-CABEC-GRAVADO        PIC X(001) VALUE 'N'.
       01  AS-INCOMPLETA           PIC X(001) VALUE 'N'.

      *******************************************************************
      *    PILHA DA CADEIA DE SOCIOS PJ - CADA NIVEL GUARDA A EMPRESA   *
      *    EXPANDIDA, A PARTICIPACAO DO TOPO NELA (PRODUTO DOS          *
      *    PERCENTUAIS ATE ALI), O ULTIMO SOCIO LIDO (PARA RETOMAR A    *
      *    LEITURA APOS DESCER UM NIVEL) E QUANTOS SOCIOS TEM           *
      *******************************************************************
       01  AS-PIL-MAX              PIC 9(004) VALUE 20.
       01  AS-PIL-QTD              PIC 9(004) VALUE ZEROS.
       01  AS-PIL-IDX              PIC 9(004) VALUE ZEROS.
       01  AS-TAB-PILHA.
           05 AS-PIL-ENT OCCURS 20 TIMES.
               10 AS-PIL-CNPJ      PIC X(014).
               10 AS-PIL-PART      PIC 9(003)V9(006).
               10 AS-PIL-ULT-DOC   PIC X(014).
               10 AS-PIL-SOCIOS    PIC 9(004).

      *******************************************************************
      *    BENEFICIARIOS (PESSOAS FISICAS) ACUMULADOS NA CADEIA DA      *
      *    EMPRESA - A MESMA PESSOA ALCANCADA POR MAIS DE UM CAMINHO    *
      *    SOMA AS PARTICIPACOES                                        *
      *******************************************************************
       01  AS-BEN-MAX              PIC 9(004) VALUE 500.
       01  AS-BEN-QTD              PIC 9(004) VALUE ZEROS.
       01  AS-BEN-IDX              PIC 9(004) VALUE ZEROS.
       01  AS-BEN-ACHOU            PIC X(001) VALUE 'N'.
       01  AS-TAB-BENEF.
           05 AS-BEN-ENT OCCURS 500 TIMES.
               10 AS-BEN-DOC       PIC X(014).
               10 AS-BEN-NOME      PIC X(036).
               10 AS-BEN-PART      PIC 9(003)V9(006).
               10 AS-BEN-NIVEL     PIC 9(004).
               10 AS-BEN-CADEIAS   PIC 9(004).

      *******************************************************************
      *    AREAS DE CALCULO DO SOCIO CORRENTE                           *
      *******************************************************************
       01  AS-SOC-DOC              PIC X(014) VALUE SPACES.
       01  AS-SOC-NOME             PIC X(036) VALUE SPACES.
       01  AS-SOC-PERC             PIC 9(003)V9(002) VALUE ZEROS.
       01  AS-SOC-PART             PIC 9(003)V9(006) VALUE ZEROS.
       01  AS-CIRCULAR             PIC X(001) VALUE 'N'.
       01  AS-MOTIVO-ANOMALIA      PIC X(030) VALUE SPACES.
       01  AS-BEN-LISTADOS-EMP     PIC 9(004) VALUE ZEROS.

      *******************************************************************
      *    CONTADORES DE CONTROLE PARA O RODAPE DO RELATORIO            *
      *******************************************************************
       01  AS-CONT-EMPRESAS        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-EMP-PJ          PIC 9(007) VALUE ZEROS.
       01  AS-CONT-BENEFIC         PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SEM-BENEFIC     PIC 9(007) VALUE ZEROS.
       01  AS-CONT-CIRCULAR        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-FORA-MESTRE     PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SEM-SOCIOS      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-PROFUNDIDADE    PIC 9(007) VALUE ZEROS.
       01  AS-CONT-TAB-CHEIA       PIC 9(007) VALUE ZEROS.
       01  AS-CONT-INCOMPLETAS     PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    DEFINICAO DO CABECALHO                                       *
      *******************************************************************
       01  WS-CABEC-UBO1           PIC X(100) VALUE ALL '='.

       01  WS-CABEC-UBO2.
           05 WS-CABEC-UBO2-FL1    PIC X(001) VALUE SPACES.
           05 WS-CABEC-UBO2-PGM    PIC X(008) VALUE 'CBLZJP20'.
           05 WS-CABEC-UBO2-FL2    PIC X(015) VALUE SPACES.
           05 WS-CABEC-UBO2-DES    PIC X(036)
              VALUE 'BENEFICIARIO FINAL POR CADEIA PJ'.
           05 WS-CABEC-UBO2-FL3    PIC X(019) VALUE SPACES.
           05 WS-CABEC-UBO2-DT     PIC X(010) VALUE SPACES.
           05 WS-CABEC-UBO2-FL4    PIC X(002) VALUE SPACES.
           05 WS-CABEC-UBO2-HR     PIC X(008) VALUE SPACES.
           05 WS-CABEC-UBO2-FL5    PIC X(001) VALUE SPACES.

       01  WS-CABEC-UBO3.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER               PIC X(029)
              VALUE 'LIMITE DO BENEFICIARIO (%): '.
           05 WS-CABEC-UBO3-LIM    PIC ZZ9.99.
           05 FILLER               PIC X(064) VALUE SPACES.

      *******************************************************************
      *    LINHAS DO RELATORIO DE BENEFICIARIOS FINAIS                  *
      *******************************************************************
       01  LINDET-UBO-EMPRESA.
           05 FILLER               PIC X(009) VALUE 'EMPRESA: '.
           05 LINDET-UBO-EMP-CNPJ  PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-UBO-EMP-SIT   PIC X(006) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-UBO-EMP-NOME  PIC X(059) VALUE SPACES.
           05 FILLER               PIC X(008) VALUE SPACES.

       01  LINDET-UBO-BENEF.
           05 FILLER               PIC X(004) VALUE SPACES.
           05 FILLER               PIC X(014) VALUE 'BENEFICIARIO: '.
           05 LINDET-UBO-BEN-DOC   PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-UBO-BEN-NOME  PIC X(036) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-UBO-BEN-PART  PIC ZZ9.9999.
           05 FILLER               PIC X(007) VALUE ' NIVEL '.
           05 LINDET-UBO-BEN-NIV   PIC Z9.
           05 FILLER               PIC X(006) VALUE ' CAD: '.
           05 LINDET-UBO-BEN-CAD   PIC ZZZ9.
           05 FILLER               PIC X(001) VALUE SPACES.

       01  LINDET-UBO-ANOMALIA.
           05 FILLER               PIC X(004) VALUE '*** '.
           05 LINDET-UBO-ANO-MOT   PIC X(030) VALUE SPACES.
           05 FILLER               PIC X(007) VALUE ' NIVEL '.
           05 LINDET-UBO-ANO-NIV   PIC Z9.
           05 FILLER               PIC X(007) VALUE ' CNPJ: '.
           05 LINDET-UBO-ANO-CNPJ  PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(007) VALUE ' PART: '.
           05 LINDET-UBO-ANO-PART  PIC ZZ9.9999.
           05 FILLER               PIC X(006) VALUE ' VIA: '.
           05 LINDET-UBO-ANO-VIA   PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.

       01  LINDET-UBO-NENHUM.
           05 FILLER               PIC X(004) VALUE SPACES.
           05 FILLER               PIC X(045)
              VALUE 'NENHUMA PESSOA FISICA ATINGE O LIMITE'.
           05 FILLER               PIC X(051) VALUE SPACES.

       01  LINDET-UBO-BRANCO       PIC X(100) VALUE SPACES.

      *******************************************************************
      *    DEFINICAO DO RODAPE DE TOTAIS DE CONTROLE                    *
      *******************************************************************
       01  WS-RODAPE-UBO-TIT.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER              PIC X(019) VALUE 'TOTAIS DE CONTROLE'.
           05 FILLER               PIC X(080) VALUE SPACES.

       01  WS-RODAPE-UBO.
           05 WS-RODAPE-UBO-LBL    PIC X(040) VALUE SPACES.
           05 WS-RODAPE-UBO-QTD    PIC ZZZ,ZZZ,ZZ9.
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

           MOVE AS-DATA(1:4)        TO WS-CABEC-UBO2-DT(7:4)
           MOVE AS-DATA(5:2)        TO WS-CABEC-UBO2-DT(4:2)
           MOVE AS-DATA(7:2)        TO WS-CABEC-UBO2-DT(1:2)
           MOVE '/'                 TO WS-CABEC-UBO2-DT(3:1)
           MOVE '/'                 TO WS-CABEC-UBO2-DT(6:1)

           MOVE AS-HORA(1:2)        TO WS-CABEC-UBO2-HR(1:2)
           MOVE AS-HORA(3:2)        TO WS-CABEC-UBO2-HR(4:2)
           MOVE AS-HORA(5:2)        TO WS-CABEC-UBO2-HR(7:2)
           MOVE ':'                 TO WS-CABEC-UBO2-HR(3:1)
           MOVE ':'                 TO WS-CABEC-UBO2-HR(6:1)

      *    PARAMETRO: LIMITE DO BENEFICIARIO FINAL (999V99)
           ACCEPT AS-LIMITE-UBO-TX FROM ENVIRONMENT
                  'CBLZJP20_LIMITE_UBO'
                  ON EXCEPTION
                     MOVE '02500'  TO AS-LIMITE-UBO-TX
           END-ACCEPT
           IF AS-LIMITE-UBO-TX IS NUMERIC
               MOVE AS-LIMITE-UBO-NUM TO AS-LIMITE-UBO
           ELSE
               DISPLAY 'LIMITE DO BENEFICIARIO INVALIDO - ASSUMIDO '
                       '02500: ' AS-LIMITE-UBO-TX
               MOVE 25           TO AS-LIMITE-UBO
           END-IF
           MOVE AS-LIMITE-UBO       TO WS-CABEC-UBO3-LIM

           OPEN INPUT CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO CADMEST' AS-STATUS-MS
               DISPLAY 'EXECUCAO ABORTADA - MESTRE INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BENEFIC.
           IF AS-STATUS-BF NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO BENEFIC' AS-STATUS-BF
               DISPLAY 'EXECUCAO ABORTADA - RELATORIO INDISPONIVEL'
               CLOSE CADMEST
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

      *    INSERCAO DO CABECALHO NO RELATORIO DE BENEFICIARIOS
           MOVE WS-CABEC-UBO1        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC
           MOVE WS-CABEC-UBO2        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC
           MOVE WS-CABEC-UBO1        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC
           MOVE WS-CABEC-UBO3        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC
           MOVE LINDET-UBO-BRANCO    TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC

      *    POSICIONA NO INICIO DO MESTRE PARA A LEITURA SEQUENCIAL
           MOVE LOW-VALUES           TO MST-CHAVE
           START CADMEST KEY NOT LESS MST-CHAVE
               INVALID KEY
                   MOVE 'S'          TO AS-FIM-MESTRE
           END-START

           IF AS-FIM-MESTRE NOT EQUAL 'S'
               PERFORM 2100-LER-MESTRE
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
                  'CBLZJP20_CADMEST'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-BENEFIC FROM ENVIRONMENT
                  'CBLZJP20_BENEFIC'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
           .
       1005-CARREGAR-CAMINHOS-FIM.
           EXIT.

      *******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA - 2000-PROCESSAR                  *
      *    CADA REGISTRO 'E' E O TOPO DE UMA CADEIA. RESOLVIDA A        *
      *    CADEIA (QUE MOVE A POSICAO DO MESTRE), A LEITURA SEQUENCIAL  *
      *    E RETOMADA LOGO APOS O ULTIMO REGISTRO DO CNPJ DO TOPO       *
      *******************************************************************
       2000-PROCESSAR                 SECTION.

           IF MST-TIPO EQUAL 'E'
               ADD 1                 TO AS-CONT-EMPRESAS
               MOVE MST-CNPJ         TO AS-EMP-CNPJ
               MOVE MST-E-SIT        TO AS-EMP-SIT
               MOVE MST-E-NOME       TO AS-EMP-NOME

               PERFORM 2200-RESOLVER-EMPRESA

               MOVE AS-EMP-CNPJ      TO MST-CNPJ
               MOVE HIGH-VALUES      TO MST-TIPO
               MOVE HIGH-VALUES      TO MST-DOC-SOCIO
               START CADMEST KEY GREATER MST-CHAVE
                   INVALID KEY
                       MOVE 'S'      TO AS-FIM-MESTRE
               END-START
           END-IF

           IF AS-FIM-MESTRE NOT EQUAL 'S'
               PERFORM 2100-LER-MESTRE
           END-IF
           .
       2000-PROCESSAR-FIM.
           EXIT.

      *******************************************************************
      *    2100-LER-MESTRE                                              *
      *******************************************************************
       2100-LER-MESTRE                SECTION.

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
       2100-LER-MESTRE-FIM.
           EXIT.

      *******************************************************************
      *    2200-RESOLVER-EMPRESA - PERCORRE A CADEIA DA EMPRESA DO TOPO *
      *    EM PROFUNDIDADE: O NIVEL 1 E A PROPRIA EMPRESA (100%); CADA  *
      *    SOCIO 'J' ENCONTRADO NO MESTRE VIRA UM NOVO NIVEL DA PILHA   *
      *******************************************************************
       2200-RESOLVER-EMPRESA          SECTION.

           MOVE 'N'                  TO AS-CABEC-GRAVADO
           MOVE 'N'                  TO AS-INCOMPLETA
           MOVE ZEROS                TO AS-BEN-QTD

           MOVE 1                    TO AS-PIL-QTD
           MOVE AS-EMP-CNPJ          TO AS-PIL-CNPJ(1)
           MOVE 100                  TO AS-PIL-PART(1)
           MOVE LOW-VALUES           TO AS-PIL-ULT-DOC(1)
           MOVE ZEROS                TO AS-PIL-SOCIOS(1)

           PERFORM 2210-EXPANDIR-NIVEL
               UNTIL AS-PIL-QTD EQUAL ZEROS

      *    SO A EMPRESA COM SOCIO PJ ENTRA NO RELATORIO; A DE SOCIOS
      *    SO PESSOA FISICA JA TEM O BENEFICIARIO DIRETO NO MESTRE
           IF AS-CABEC-GRAVADO EQUAL 'S'
               ADD 1                 TO AS-CONT-EMP-PJ
               IF AS-INCOMPLETA EQUAL 'S'
                   ADD 1             TO AS-CONT-INCOMPLETAS
               END-IF
               PERFORM 2300-LISTAR-BENEFICIARIOS
           END-IF
           .
       2200-RESOLVER-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2210-EXPANDIR-NIVEL - LE O PROXIMO SOCIO DA EMPRESA DO NIVEL *
      *    CORRENTE; SEM MAIS SOCIOS, O NIVEL SAI DA PILHA E A LEITURA  *
      *    CONTINUA NO NIVEL DE CIMA                                    *
      *******************************************************************
       2210-EXPANDIR-NIVEL            SECTION.

           PERFORM 2215-LER-PROXIMO-SOCIO

           IF AS-FIM-SOCIOS EQUAL 'S'
               IF AS-PIL-SOCIOS(AS-PIL-QTD) EQUAL ZEROS
                  AND AS-PIL-QTD > 1
                   MOVE 'EMPRESA PJ SEM SOCIOS NO MESTRE'
                                     TO AS-MOTIVO-ANOMALIA
                   MOVE AS-PIL-CNPJ(AS-PIL-QTD)   TO AS-SOC-DOC
                   MOVE AS-PIL-PART(AS-PIL-QTD)   TO AS-SOC-PART
                   COMPUTE AS-PIL-IDX = AS-PIL-QTD - 1
                   PERFORM 2240-GRAVAR-ANOMALIA
                   ADD 1             TO AS-CONT-SEM-SOCIOS
               END-IF
               SUBTRACT 1            FROM AS-PIL-QTD
           ELSE
               ADD 1                 TO AS-PIL-SOCIOS(AS-PIL-QTD)
               MOVE MST-DOC-SOCIO    TO AS-PIL-ULT-DOC(AS-PIL-QTD)
               MOVE MST-DOC-SOCIO    TO AS-SOC-DOC
               MOVE MST-S-NOME       TO AS-SOC-NOME

      *        PARTICIPACAO NAO NUMERICA DE CARGAS ANTIGAS CONTA ZERO
               IF MST-S-PERC-PART IS NUMERIC
                   MOVE MST-S-PERC-PART TO AS-SOC-PERC
               ELSE
                   MOVE ZEROS        TO AS-SOC-PERC
               END-IF
               COMPUTE AS-SOC-PART ROUNDED =
                       AS-PIL-PART(AS-PIL-QTD) * AS-SOC-PERC / 100

               IF MST-S-TIPO-PESSOA EQUAL 'F'
                   PERFORM 2220-ACUMULAR-BENEFICIARIO
               ELSE
                   IF MST-S-TIPO-PESSOA EQUAL 'J'
                       PERFORM 2230-EXAMINAR-SOCIO-PJ
                   END-IF
               END-IF
           END-IF
           .
       2210-EXPANDIR-NIVEL-FIM.
           EXIT.

      *******************************************************************
      *    2215-LER-PROXIMO-SOCIO - POSICIONA APOS O ULTIMO SOCIO LIDO  *
      *    DA EMPRESA DO NIVEL E LE O SEGUINTE ('S' DO MESMO CNPJ)      *
      *******************************************************************
       2215-LER-PROXIMO-SOCIO         SECTION.

           MOVE 'N'                  TO AS-FIM-SOCIOS

           MOVE AS-PIL-CNPJ(AS-PIL-QTD)    TO MST-CNPJ
           MOVE 'S'                        TO MST-TIPO
           MOVE AS-PIL-ULT-DOC(AS-PIL-QTD) TO MST-DOC-SOCIO

           START CADMEST KEY GREATER MST-CHAVE
               INVALID KEY
                   MOVE 'S'          TO AS-FIM-SOCIOS
           END-START

           IF AS-FIM-SOCIOS NOT EQUAL 'S'
               READ CADMEST NEXT
                   AT END
                       MOVE 'S'      TO AS-FIM-SOCIOS
                   NOT AT END
                       IF MST-CNPJ NOT EQUAL AS-PIL-CNPJ(AS-PIL-QTD)
                          OR MST-TIPO NOT EQUAL 'S'
                           MOVE 'S'  TO AS-FIM-SOCIOS
                       END-IF
               END-READ
           END-IF
           .
       2215-LER-PROXIMO-SOCIO-FIM.
           EXIT.

      *******************************************************************
      *    2220-ACUMULAR-BENEFICIARIO - SOMA A PARTICIPACAO INDIRETA DA *
      *    PESSOA FISICA NA TABELA DA EMPRESA DO TOPO                   *
      *******************************************************************
       2220-ACUMULAR-BENEFICIARIO     SECTION.

           MOVE 'N'                  TO AS-BEN-ACHOU
           PERFORM 2225-LOCALIZAR-BENEFICIARIO
               VARYING AS-BEN-IDX FROM 1 BY 1
                 UNTIL AS-BEN-IDX > AS-BEN-QTD
                    OR AS-BEN-ACHOU EQUAL 'S'

           IF AS-BEN-ACHOU EQUAL 'S'
               SUBTRACT 1            FROM AS-BEN-IDX
               ADD AS-SOC-PART       TO AS-BEN-PART(AS-BEN-IDX)
               ADD 1                 TO AS-BEN-CADEIAS(AS-BEN-IDX)
               IF AS-PIL-QTD < AS-BEN-NIVEL(AS-BEN-IDX)
                   MOVE AS-PIL-QTD   TO AS-BEN-NIVEL(AS-BEN-IDX)
               END-IF
           ELSE
               IF AS-BEN-QTD < AS-BEN-MAX
                   ADD 1             TO AS-BEN-QTD
                   MOVE AS-SOC-DOC   TO AS-BEN-DOC(AS-BEN-QTD)
                   MOVE AS-SOC-NOME  TO AS-BEN-NOME(AS-BEN-QTD)
                   MOVE AS-SOC-PART  TO AS-BEN-PART(AS-BEN-QTD)
                   MOVE AS-PIL-QTD   TO AS-BEN-NIVEL(AS-BEN-QTD)
                   MOVE 1            TO AS-BEN-CADEIAS(AS-BEN-QTD)
               ELSE
                   DISPLAY 'TABELA DE BENEFICIARIOS CHEIA - EMPRESA: '
                           AS-EMP-CNPJ ' SOCIO: ' AS-SOC-DOC
                   ADD 1             TO AS-CONT-TAB-CHEIA
               END-IF
           END-IF
           .
       2220-ACUMULAR-BENEFICIARIO-FIM.
           EXIT.

      *******************************************************************
      *    2225-LOCALIZAR-BENEFICIARIO - COMPARA UMA ENTRADA DA TABELA  *
      *******************************************************************
       2225-LOCALIZAR-BENEFICIARIO    SECTION.

           IF AS-BEN-DOC(AS-BEN-IDX) EQUAL AS-SOC-DOC
               MOVE 'S'              TO AS-BEN-ACHOU
           END-IF
           .
       2225-LOCALIZAR-BENEFICIARIO-FIM.
           EXIT.

      *******************************************************************
      *    2230-EXAMINAR-SOCIO-PJ - O SOCIO 'J' QUE JA ESTA NA PILHA    *
      *    FECHA UM CIRCULO; O QUE NAO ESTA NO MESTRE TERMINA A CADEIA; *
      *    O DEMAIS VIRA UM NOVO NIVEL A EXPANDIR                       *
      *******************************************************************
       2230-EXAMINAR-SOCIO-PJ         SECTION.

           IF AS-CABEC-GRAVADO NOT EQUAL 'S'
               PERFORM 2250-GRAVAR-CABEC-EMPRESA
           END-IF

           MOVE 'N'                  TO AS-CIRCULAR
           PERFORM 2235-CHECAR-CIRCULAR
               VARYING AS-PIL-IDX FROM 1 BY 1
                 UNTIL AS-PIL-IDX > AS-PIL-QTD
                    OR AS-CIRCULAR EQUAL 'S'

           MOVE AS-PIL-QTD           TO AS-PIL-IDX

           IF AS-CIRCULAR EQUAL 'S'
               MOVE 'CADEIA CIRCULAR'
                                     TO AS-MOTIVO-ANOMALIA
               PERFORM 2240-GRAVAR-ANOMALIA
               ADD 1                 TO AS-CONT-CIRCULAR
           ELSE
               MOVE AS-SOC-DOC       TO MST-CNPJ
               MOVE 'E'              TO MST-TIPO
               MOVE ALL '0'          TO MST-DOC-SOCIO
               READ CADMEST
                   INVALID KEY
                       MOVE 'SOCIO PJ FORA DO MESTRE'
                                     TO AS-MOTIVO-ANOMALIA
                       PERFORM 2240-GRAVAR-ANOMALIA
                       ADD 1         TO AS-CONT-FORA-MESTRE
                   NOT INVALID KEY
                       IF AS-PIL-QTD NOT LESS AS-PIL-MAX
                           MOVE 'PROFUNDIDADE MAXIMA DA CADEIA'
                                     TO AS-MOTIVO-ANOMALIA
                           PERFORM 2240-GRAVAR-ANOMALIA
                           ADD 1     TO AS-CONT-PROFUNDIDADE
                       ELSE
                           ADD 1     TO AS-PIL-QTD
                           MOVE AS-SOC-DOC  TO AS-PIL-CNPJ(AS-PIL-QTD)
                           MOVE AS-SOC-PART TO AS-PIL-PART(AS-PIL-QTD)
                           MOVE LOW-VALUES
                                     TO AS-PIL-ULT-DOC(AS-PIL-QTD)
                           MOVE ZEROS
                                     TO AS-PIL-SOCIOS(AS-PIL-QTD)
                       END-IF
               END-READ
           END-IF
           .
       2230-EXAMINAR-SOCIO-PJ-FIM.
           EXIT.

      *******************************************************************
      *    2235-CHECAR-CIRCULAR - COMPARA O SOCIO COM UM NIVEL DA PILHA *
      *******************************************************************
       2235-CHECAR-CIRCULAR           SECTION.

           IF AS-PIL-CNPJ(AS-PIL-IDX) EQUAL AS-SOC-DOC
               MOVE 'S'              TO AS-CIRCULAR
           END-IF
           .
       2235-CHECAR-CIRCULAR-FIM.
           EXIT.

      *******************************************************************
      *    2240-GRAVAR-ANOMALIA - LINHA DE CADEIA INCOMPLETA: MOTIVO,   *
      *    NIVEL, CNPJ DO SOCIO, PARTICIPACAO ACUMULADA ATE ELE E A     *
      *    EMPRESA DA PILHA (AS-PIL-IDX) QUE O TEM COMO SOCIO           *
      *******************************************************************
       2240-GRAVAR-ANOMALIA           SECTION.

           IF AS-CABEC-GRAVADO NOT EQUAL 'S'
               PERFORM 2250-GRAVAR-CABEC-EMPRESA
           END-IF

           MOVE 'S'                  TO AS-INCOMPLETA
           MOVE AS-MOTIVO-ANOMALIA   TO LINDET-UBO-ANO-MOT
           MOVE AS-PIL-IDX           TO LINDET-UBO-ANO-NIV
           MOVE AS-SOC-DOC           TO LINDET-UBO-ANO-CNPJ
           MOVE AS-SOC-PART          TO LINDET-UBO-ANO-PART
           MOVE AS-PIL-CNPJ(AS-PIL-IDX) TO LINDET-UBO-ANO-VIA
           MOVE LINDET-UBO-ANOMALIA  TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC
           .
       2240-GRAVAR-ANOMALIA-FIM.
           EXIT.

      *******************************************************************
      *    2250-GRAVAR-CABEC-EMPRESA - ABRE O BLOCO DA EMPRESA NO       *
      *    PRIMEIRO SOCIO PJ ENCONTRADO NA CADEIA                       *
      *******************************************************************
       2250-GRAVAR-CABEC-EMPRESA      SECTION.

           MOVE 'S'                  TO AS-CABEC-GRAVADO
           MOVE AS-EMP-CNPJ          TO LINDET-UBO-EMP-CNPJ
           MOVE AS-EMP-SIT           TO LINDET-UBO-EMP-SIT
           MOVE AS-EMP-NOME          TO LINDET-UBO-EMP-NOME
           MOVE LINDET-UBO-EMPRESA   TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC
           .
       2250-GRAVAR-CABEC-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2300-LISTAR-BENEFICIARIOS - PESSOAS FISICAS COM PARTICIPACAO *
      *    (DIRETA + INDIRETA) IGUAL OU ACIMA DO LIMITE                 *
      *******************************************************************
       2300-LISTAR-BENEFICIARIOS      SECTION.

           MOVE ZEROS                TO AS-BEN-LISTADOS-EMP

           PERFORM 2310-LISTAR-UM-BENEFICIARIO
               VARYING AS-BEN-IDX FROM 1 BY 1
                 UNTIL AS-BEN-IDX > AS-BEN-QTD

           IF AS-BEN-LISTADOS-EMP EQUAL ZEROS
               MOVE LINDET-UBO-NENHUM TO ARQ-BENEFIC
               WRITE ARQ-BENEFIC
               ADD 1                 TO AS-CONT-SEM-BENEFIC
           END-IF

           MOVE LINDET-UBO-BRANCO    TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC
           .
       2300-LISTAR-BENEFICIARIOS-FIM.
           EXIT.

      *******************************************************************
      *    2310-LISTAR-UM-BENEFICIARIO                                  *
      *******************************************************************
       2310-LISTAR-UM-BENEFICIARIO    SECTION.

           IF AS-BEN-PART(AS-BEN-IDX) NOT LESS AS-LIMITE-UBO
               MOVE AS-BEN-DOC(AS-BEN-IDX)     TO LINDET-UBO-BEN-DOC
               MOVE AS-BEN-NOME(AS-BEN-IDX)    TO LINDET-UBO-BEN-NOME
               MOVE AS-BEN-PART(AS-BEN-IDX)    TO LINDET-UBO-BEN-PART
               MOVE AS-BEN-NIVEL(AS-BEN-IDX)   TO LINDET-UBO-BEN-NIV
               MOVE AS-BEN-CADEIAS(AS-BEN-IDX) TO LINDET-UBO-BEN-CAD
               MOVE LINDET-UBO-BENEF TO ARQ-BENEFIC
               WRITE ARQ-BENEFIC
               ADD 1                 TO AS-BEN-LISTADOS-EMP
               ADD 1                 TO AS-CONT-BENEFIC
           END-IF
           .
       2310-LISTAR-UM-BENEFICIARIO-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
       3000-FINALIZAR                SECTION.

      *    GRAVACAO DO RODAPE COM OS TOTAIS DE CONTROLE
           MOVE WS-CABEC-UBO1        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC
           MOVE WS-RODAPE-UBO-TIT    TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC

           MOVE 'TOTAL DE EMPRESAS LIDAS:'
                                     TO WS-RODAPE-UBO-LBL
           MOVE AS-CONT-EMPRESAS     TO WS-RODAPE-UBO-QTD
           MOVE WS-RODAPE-UBO        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC

           MOVE 'TOTAL DE EMPRESAS COM SOCIO PJ:'
                                     TO WS-RODAPE-UBO-LBL
           MOVE AS-CONT-EMP-PJ       TO WS-RODAPE-UBO-QTD
           MOVE WS-RODAPE-UBO        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC

           MOVE 'TOTAL DE BENEFICIARIOS LISTADOS:'
                                     TO WS-RODAPE-UBO-LBL
           MOVE AS-CONT-BENEFIC      TO WS-RODAPE-UBO-QTD
           MOVE WS-RODAPE-UBO        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC

           MOVE 'TOTAL DE EMPRESAS SEM BENEFICIARIO:'
                                     TO WS-RODAPE-UBO-LBL
           MOVE AS-CONT-SEM-BENEFIC  TO WS-RODAPE-UBO-QTD
           MOVE WS-RODAPE-UBO        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC

           MOVE 'TOTAL DE EMPRESAS COM CADEIA INCOMPLETA:'
                                     TO WS-RODAPE-UBO-LBL
           MOVE AS-CONT-INCOMPLETAS  TO WS-RODAPE-UBO-QTD
           MOVE WS-RODAPE-UBO        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC

           MOVE 'TOTAL DE CADEIAS CIRCULARES:'
                                     TO WS-RODAPE-UBO-LBL
           MOVE AS-CONT-CIRCULAR     TO WS-RODAPE-UBO-QTD
           MOVE WS-RODAPE-UBO        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC

           MOVE 'TOTAL DE SOCIOS PJ FORA DO MESTRE:'
                                     TO WS-RODAPE-UBO-LBL
           MOVE AS-CONT-FORA-MESTRE  TO WS-RODAPE-UBO-QTD
           MOVE WS-RODAPE-UBO        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC

           MOVE 'TOTAL DE EMPRESAS PJ SEM SOCIOS:'
                                     TO WS-RODAPE-UBO-LBL
           MOVE AS-CONT-SEM-SOCIOS   TO WS-RODAPE-UBO-QTD
           MOVE WS-RODAPE-UBO        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC

           MOVE 'TOTAL DE CADEIAS NA PROFUNDIDADE MAXIMA:'
                                     TO WS-RODAPE-UBO-LBL
           MOVE AS-CONT-PROFUNDIDADE TO WS-RODAPE-UBO-QTD
           MOVE WS-RODAPE-UBO        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC

           MOVE WS-CABEC-UBO1        TO ARQ-BENEFIC
           WRITE ARQ-BENEFIC

           DISPLAY 'EMPRESAS LIDAS:          ' AS-CONT-EMPRESAS
           DISPLAY 'EMPRESAS COM SOCIO PJ:   ' AS-CONT-EMP-PJ
           DISPLAY 'BENEFICIARIOS LISTADOS:  ' AS-CONT-BENEFIC
           DISPLAY 'CADEIAS INCOMPLETAS:     ' AS-CONT-INCOMPLETAS
           DISPLAY 'CADEIAS CIRCULARES:      ' AS-CONT-CIRCULAR
           DISPLAY 'SOCIOS PJ FORA DO MESTRE:' AS-CONT-FORA-MESTRE

           CLOSE CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO CADMEST' AS-STATUS-MS
           END-IF

           CLOSE BENEFIC.
           IF AS-STATUS-BF NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO BENEFIC' AS-STATUS-BF
           END-IF

      *    QUADRO INCOMPLETO (CIRCULAR, PJ FORA DO MESTRE, TABELA OU
      *    PROFUNDIDADE ESTOURADA) SINALIZA O RUN PARA A COMPLIANCE
           IF AS-CONT-INCOMPLETAS > ZEROS
              OR AS-CONT-TAB-CHEIA > ZEROS
               MOVE 4                TO RETURN-CODE
           END-IF

           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZJP20.
