       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP19.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: ENVELHECIMENTO DO SUSPENSO - LISTA OS ITENS QUE O
      *          CBLZJP05 MANTEM NO SUSPENSO, AGRUPADOS POR MOTIVO, COM
      *          A DATA DA PRIMEIRA SUSPENSAO, OS DIAS PENDENTES E O
      *          NUMERO DE TENTATIVAS, SINALIZANDO O ITEM QUE JA ATINGIU
      *          O PRAZO E SAI NA REJEICAO FINAL DO PROXIMO RUN
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *******************************************************************
      *    DEFINICAO DOS ARQUIVOS                                       *
      *******************************************************************
       SELECT OPTIONAL SUSPENSO ASSIGN TO DYNAMIC AS-CAMINHO-SUSPENSO
       FILE STATUS IS AS-STATUS-SU.

       SELECT ENVELHEC ASSIGN TO DYNAMIC AS-CAMINHO-ENVELHEC
       FILE STATUS IS AS-STATUS-EV.

       SELECT CLASSIF ASSIGN TO DYNAMIC AS-CAMINHO-CLASSIF.

       DATA DIVISION.
       FILE SECTION.

      *******************************************************************
      *    DEFINICAO DO SUSPENSO (MESMO LAYOUT DO CBLZJP05)             *
      *******************************************************************
       FD  SUSPENSO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-SUSPENSO                PIC X(170).

      *******************************************************************
      *    DEFINICAO DO RELATORIO DE ENVELHECIMENTO DO SUSPENSO         *
      *******************************************************************
       FD  ENVELHEC
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-ENVELHEC                PIC X(100).

      *******************************************************************
      *    ARQUIVO DE TRABALHO DA CLASSIFICACAO DO SUSPENSO POR MOTIVO  *
      *    E DATA DA PRIMEIRA SUSPENSAO (MAIS ANTIGO PRIMEIRO)          *
      *******************************************************************
       SD  CLASSIF.

       01  REG-CLASSIF.
           05 CLA-DATA-INC             PIC X(008).
           05 CLA-DATA-ULT             PIC X(008).
           05 CLA-TENTATIVAS           PIC 9(003).
           05 CLA-MOTIVO               PIC X(035).
           05 CLA-APROVADOR            PIC X(008).
           05 CLA-TRANSAC.
               10 CLA-T-OPER           PIC X(001).
               10 CLA-T-TIPO           PIC X(001).
                   88 CLA-T-TIPO-SOCIO     VALUE 'S'.
               10 CLA-T-CNPJ           PIC X(014).
               10 CLA-T-DADOS          PIC X(080).
               10 CLA-T-DADOS-SOC REDEFINES CLA-T-DADOS.
                   15 CLA-T-S-DOC      PIC X(014).
                   15 FILLER           PIC X(066).
               10 CLA-T-OPERADOR       PIC X(008).
           05 FILLER                   PIC X(004).

      *******************************************************************
      *    DEFINICAO DAS VARIAVEIS                                      *
      *******************************************************************
       WORKING-STORAGE SECTION.

      *******************************************************************
      *    CAMINHOS DOS ARQUIVOS - PARAMETRIZAVEIS VIA VARIAVEL DE       *
      *    AMBIENTE, SEM NECESSIDADE DE RECOMPILACAO PARA CADA FILIAL   *
      *******************************************************************
       01  AS-CAMINHO-SUSPENSO     PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\SUSPENSO.txt'.
       01  AS-CAMINHO-ENVELHEC     PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\ENVELHEC.txt'.
       01  AS-CAMINHO-CLASSIF      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CLASSUSP.tmp'.

       01  AS-STATUS-SU            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-EV            PIC 9(002) VALUE ZEROS.
       01  AS-FIM-CLASSIF          PIC X(001) VALUE 'N'.
       01  AS-DATA                 PIC X(008) VALUE ZEROS.
       01  AS-HORA                 PIC X(006) VALUE ZEROS.

      *******************************************************************
      *    PRAZO DO SUSPENSO EM DIAS - O MESMO INFORMADO AO CBLZJP05.   *
      *    INFORMAR COM 3 DIGITOS (EX: 005)                             *
      *******************************************************************
       01  AS-LIMITE-DIAS-TX       PIC X(003) VALUE '005'.
       01  AS-LIMITE-DIAS          PIC 9(003) VALUE 005.
       01  AS-DIAS-HOJE            PIC 9(007) VALUE ZEROS.
       01  AS-DIAS-PENDENTE        PIC S9(007) VALUE ZEROS.

      *******************************************************************
      *    CONVERSAO DE DATA AAAAMMDD EM NUMERO DE DIAS CORRIDOS (MESMA *
      *    ROTINA DO CBLZJP05)                                          *
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
      *    CONTROLE DE QUEBRA POR MOTIVO                                *
      *******************************************************************
       01  AS-MOTIVO-ATUAL         PIC X(035) VALUE SPACES.
       01  AS-PRIMEIRO-MOTIVO      PIC X(001) VALUE 'S'.
       01  AS-CONT-ITENS-MOTIVO    PIC 9(007) VALUE ZEROS.
       01  AS-MAIOR-ESPERA         PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    CONTADORES DE CONTROLE PARA O RODAPE DO RELATORIO            *
      *******************************************************************
       01  AS-CONT-ITENS           PIC 9(007) VALUE ZEROS.
       01  AS-CONT-MOTIVOS         PIC 9(007) VALUE ZEROS.
       01  AS-CONT-VENCIDOS        PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    DEFINICAO DO CABECALHO                                       *
      *******************************************************************
       01  WS-CABEC-ENV1           PIC X(100) VALUE ALL '='.

       01  WS-CABEC-ENV2.
           05 WS-CABEC-ENV2-FL1    PIC X(001) VALUE SPACES.
           05 WS-CABEC-ENV2-PGM    PIC X(008) VALUE 'CBLZJP19'.
           05 WS-CABEC-ENV2-FL2    PIC X(015) VALUE SPACES.
           05 WS-CABEC-ENV2-DES    PIC X(036)
              VALUE 'ENVELHECIMENTO DO SUSPENSO'.
           05 WS-CABEC-ENV2-FL3    PIC X(019) VALUE SPACES.
           05 WS-CABEC-ENV2-DT     PIC X(010) VALUE SPACES.
           05 WS-CABEC-ENV2-FL4    PIC X(002) VALUE SPACES.
           05 WS-CABEC-ENV2-HR     PIC X(008) VALUE SPACES.
           05 WS-CABEC-ENV2-FL5    PIC X(001) VALUE SPACES.

       01  WS-CABEC-ENV3.
           05 WS-CABEC-ENV3-OP     PIC X(002) VALUE 'OP'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-ENV3-CNPJ   PIC X(014) VALUE 'CNPJ'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-ENV3-DOC    PIC X(014) VALUE 'DOC SOCIO'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-ENV3-DTI    PIC X(010) VALUE 'SUSPENSA'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-ENV3-DTU    PIC X(010) VALUE 'ULTIMA'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-ENV3-DIAS   PIC X(004) VALUE 'DIAS'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-ENV3-TENT   PIC X(003) VALUE 'TEN'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-ENV3-APR    PIC X(008) VALUE 'APROVADO'.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 WS-CABEC-ENV3-FLAG   PIC X(008) VALUE 'PRAZO'.
           05 FILLER               PIC X(009) VALUE SPACES.

      *******************************************************************
      *    LINHAS DO RELATORIO DE ENVELHECIMENTO                        *
      *******************************************************************
       01  LINDET-ENV-MOTIVO.
           05 FILLER               PIC X(008) VALUE 'MOTIVO: '.
           05 LINDET-ENV-MOT       PIC X(035) VALUE SPACES.
           05 FILLER               PIC X(057) VALUE SPACES.

       01  LINDET-ENV-ITEM.
           05 LINDET-ENV-OP        PIC X(002) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ENV-CNPJ      PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ENV-DOC       PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ENV-DTI       PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ENV-DTU       PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ENV-DIAS      PIC ZZZ9.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ENV-TENT      PIC ZZ9.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ENV-APR       PIC X(008) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ENV-FLAG      PIC X(008) VALUE SPACES.
           05 FILLER               PIC X(009) VALUE SPACES.

       01  LINDET-ENV-TOTAL.
           05 FILLER               PIC X(004) VALUE SPACES.
           05 FILLER               PIC X(017)
              VALUE 'TOTAL DO MOTIVO: '.
           05 LINDET-ENV-TOT-QTD   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(023)
              VALUE '  MAIOR ESPERA (DIAS): '.
           05 LINDET-ENV-TOT-DIAS  PIC ZZZ9.
           05 FILLER               PIC X(041) VALUE SPACES.

       01  LINDET-ENV-BRANCO       PIC X(100) VALUE SPACES.

      *******************************************************************
      *    DEFINICAO DO RODAPE DE TOTAIS DE CONTROLE                    *
      *******************************************************************
       01  WS-RODAPE-ENV-TIT.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER              PIC X(019) VALUE 'TOTAIS DE CONTROLE'.
           05 FILLER               PIC X(080) VALUE SPACES.

       01  WS-RODAPE-ENV.
           05 WS-RODAPE-ENV-LBL    PIC X(040) VALUE SPACES.
           05 WS-RODAPE-ENV-QTD    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(049) VALUE SPACES.

      *******************************************************************
      *    CRIACAO E DECLARACAO DOS PERFORMS                            *
      *******************************************************************

       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.

           PERFORM 1000-INICIALIZAR.

      *    CLASSIFICA O SUSPENSO POR MOTIVO E DATA DA PRIMEIRA
      *    SUSPENSAO E PRODUZ O RELATORIO NA SAIDA DA CLASSIFICACAO
           SORT CLASSIF
               ON ASCENDING KEY CLA-MOTIVO
                                CLA-DATA-INC
                                CLA-T-CNPJ
               USING SUSPENSO
               OUTPUT PROCEDURE IS 2000-PROCESSAR-CLASSIFICADOS.

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

           MOVE AS-DATA(1:4)        TO WS-CABEC-ENV2-DT(7:4)
           MOVE AS-DATA(5:2)        TO WS-CABEC-ENV2-DT(4:2)
           MOVE AS-DATA(7:2)        TO WS-CABEC-ENV2-DT(1:2)
           MOVE '/'                 TO WS-CABEC-ENV2-DT(3:1)
           MOVE '/'                 TO WS-CABEC-ENV2-DT(6:1)

           MOVE AS-HORA(1:2)        TO WS-CABEC-ENV2-HR(1:2)
           MOVE AS-HORA(3:2)        TO WS-CABEC-ENV2-HR(4:2)
           MOVE AS-HORA(5:2)        TO WS-CABEC-ENV2-HR(7:2)
           MOVE ':'                 TO WS-CABEC-ENV2-HR(3:1)
           MOVE ':'                 TO WS-CABEC-ENV2-HR(6:1)

      *    DIA CORRENTE EM DIAS CORRIDOS, BASE DOS DIAS PENDENTES
           MOVE AS-DATA             TO AS-CALC-DATA
           PERFORM 2900-CONVERTER-DATA-DIAS
           MOVE AS-CALC-DIAS        TO AS-DIAS-HOJE

      *    PARAMETRO: PRAZO DO SUSPENSO EM DIAS (3 DIGITOS)
           ACCEPT AS-LIMITE-DIAS-TX FROM ENVIRONMENT
                  'CBLZJP19_DIAS_SUSPENSO'
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

           OPEN OUTPUT ENVELHEC.
           IF AS-STATUS-EV NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO ENVELHEC' AS-STATUS-EV
               DISPLAY 'EXECUCAO ABORTADA - RELATORIO INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

      *    INSERCAO DO CABECALHO NO RELATORIO DE ENVELHECIMENTO
           MOVE WS-CABEC-ENV1        TO ARQ-ENVELHEC
           WRITE ARQ-ENVELHEC
           MOVE WS-CABEC-ENV2        TO ARQ-ENVELHEC
           WRITE ARQ-ENVELHEC
           MOVE WS-CABEC-ENV1        TO ARQ-ENVELHEC
           WRITE ARQ-ENVELHEC
           MOVE WS-CABEC-ENV3        TO ARQ-ENVELHEC
           WRITE ARQ-ENVELHEC
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    1005-CARREGAR-CAMINHOS - LE OS CAMINHOS DOS ARQUIVOS VIA      *
      *    VARIAVEL DE AMBIENTE, MANTENDO O PADRAO SE NAO INFORMADA      *
      *******************************************************************
       1005-CARREGAR-CAMINHOS       SECTION.

           ACCEPT AS-CAMINHO-SUSPENSO FROM ENVIRONMENT
                  'CBLZJP19_SUSPENSO'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-ENVELHEC FROM ENVIRONMENT
                  'CBLZJP19_ENVELHEC'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CLASSIF FROM ENVIRONMENT
                  'CBLZJP19_CLASSIF'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
           .
       1005-CARREGAR-CAMINHOS-FIM.
           EXIT.

      *******************************************************************
      *    2000-PROCESSAR-CLASSIFICADOS - SAIDA DA CLASSIFICACAO:        *
      *    QUEBRA POR MOTIVO E LISTA OS ITENS DO SUSPENSO                *
      *******************************************************************
       2000-PROCESSAR-CLASSIFICADOS SECTION.

           PERFORM 2100-RETORNAR-CLASSIF
           PERFORM 2200-PROCESSAR-ITEM
               UNTIL AS-FIM-CLASSIF EQUAL 'S'

      *    FECHA A QUEBRA DO ULTIMO MOTIVO DO ARQUIVO
           PERFORM 2300-FECHAR-QUEBRA-MOTIVO
           .
       2000-PROCESSAR-CLASSIFICADOS-FIM.
           EXIT.

      *******************************************************************
      *    2100-RETORNAR-CLASSIF - DEVOLVE UM REGISTRO CLASSIFICADO      *
      *******************************************************************
       2100-RETORNAR-CLASSIF        SECTION.

           RETURN CLASSIF
               AT END MOVE 'S'       TO AS-FIM-CLASSIF
           END-RETURN
           .
       2100-RETORNAR-CLASSIF-FIM.
           EXIT.

      *******************************************************************
      *    2200-PROCESSAR-ITEM - TRATA UM ITEM CLASSIFICADO: QUEBRA DE  *
      *    MOTIVO + LINHA DO ITEM COM OS DIAS PENDENTES                 *
      *******************************************************************
       2200-PROCESSAR-ITEM          SECTION.

           IF CLA-MOTIVO NOT EQUAL AS-MOTIVO-ATUAL
              OR AS-PRIMEIRO-MOTIVO EQUAL 'S'
               PERFORM 2300-FECHAR-QUEBRA-MOTIVO

               MOVE 'N'              TO AS-PRIMEIRO-MOTIVO
               MOVE CLA-MOTIVO       TO AS-MOTIVO-ATUAL
               MOVE ZEROS            TO AS-CONT-ITENS-MOTIVO
               MOVE ZEROS            TO AS-MAIOR-ESPERA

               MOVE CLA-MOTIVO       TO LINDET-ENV-MOT
               MOVE LINDET-ENV-MOTIVO TO ARQ-ENVELHEC
               WRITE ARQ-ENVELHEC

               ADD 1                 TO AS-CONT-MOTIVOS
           END-IF

           ADD 1                     TO AS-CONT-ITENS-MOTIVO
           ADD 1                     TO AS-CONT-ITENS

      *    DIAS PENDENTES DESDE A PRIMEIRA SUSPENSAO (DATA INVALIDA
      *    OU FUTURA CONTA COMO ZERO)
           MOVE CLA-DATA-INC         TO AS-CALC-DATA
           PERFORM 2900-CONVERTER-DATA-DIAS
           IF AS-CALC-DIAS EQUAL ZEROS
               MOVE ZEROS            TO AS-DIAS-PENDENTE
           ELSE
               COMPUTE AS-DIAS-PENDENTE = AS-DIAS-HOJE - AS-CALC-DIAS
               IF AS-DIAS-PENDENTE < ZEROS
                   MOVE ZEROS        TO AS-DIAS-PENDENTE
               END-IF
           END-IF
           IF AS-DIAS-PENDENTE > AS-MAIOR-ESPERA
               MOVE AS-DIAS-PENDENTE TO AS-MAIOR-ESPERA
           END-IF

           MOVE CLA-T-OPER           TO LINDET-ENV-OP(1:1)
           MOVE CLA-T-TIPO           TO LINDET-ENV-OP(2:1)
           MOVE CLA-T-CNPJ           TO LINDET-ENV-CNPJ
           IF CLA-T-TIPO-SOCIO
               MOVE CLA-T-S-DOC      TO LINDET-ENV-DOC
           ELSE
               MOVE SPACES           TO LINDET-ENV-DOC
           END-IF
           MOVE CLA-DATA-INC(7:2)    TO LINDET-ENV-DTI(1:2)
           MOVE '/'                  TO LINDET-ENV-DTI(3:1)
           MOVE CLA-DATA-INC(5:2)    TO LINDET-ENV-DTI(4:2)
           MOVE '/'                  TO LINDET-ENV-DTI(6:1)
           MOVE CLA-DATA-INC(1:4)    TO LINDET-ENV-DTI(7:4)
           MOVE CLA-DATA-ULT(7:2)    TO LINDET-ENV-DTU(1:2)
           MOVE '/'                  TO LINDET-ENV-DTU(3:1)
           MOVE CLA-DATA-ULT(5:2)    TO LINDET-ENV-DTU(4:2)
           MOVE '/'                  TO LINDET-ENV-DTU(6:1)
           MOVE CLA-DATA-ULT(1:4)    TO LINDET-ENV-DTU(7:4)
           MOVE AS-DIAS-PENDENTE     TO LINDET-ENV-DIAS
           MOVE CLA-TENTATIVAS       TO LINDET-ENV-TENT
           MOVE CLA-APROVADOR        TO LINDET-ENV-APR

      *    O ITEM COM O PRAZO ATINGIDO QUE FALHAR DE NOVO NO PROXIMO
      *    RUN DO CBLZJP05 SAI NA REJEICAO FINAL
           IF AS-DIAS-PENDENTE NOT LESS AS-LIMITE-DIAS
               MOVE 'VENCIDO'        TO LINDET-ENV-FLAG
               ADD 1                 TO AS-CONT-VENCIDOS
           ELSE
               MOVE SPACES           TO LINDET-ENV-FLAG
           END-IF

           MOVE LINDET-ENV-ITEM      TO ARQ-ENVELHEC
           WRITE ARQ-ENVELHEC

           PERFORM 2100-RETORNAR-CLASSIF
           .
       2200-PROCESSAR-ITEM-FIM.
           EXIT.

      *******************************************************************
      *    2300-FECHAR-QUEBRA-MOTIVO - TOTALIZA O MOTIVO ANTERIOR        *
      *******************************************************************
       2300-FECHAR-QUEBRA-MOTIVO    SECTION.

           IF AS-PRIMEIRO-MOTIVO NOT EQUAL 'S'
               MOVE AS-CONT-ITENS-MOTIVO TO LINDET-ENV-TOT-QTD
               MOVE AS-MAIOR-ESPERA  TO LINDET-ENV-TOT-DIAS
               MOVE LINDET-ENV-TOTAL TO ARQ-ENVELHEC
               WRITE ARQ-ENVELHEC
               MOVE LINDET-ENV-BRANCO TO ARQ-ENVELHEC
               WRITE ARQ-ENVELHEC
           END-IF
           .
       2300-FECHAR-QUEBRA-MOTIVO-FIM.
           EXIT.

      *******************************************************************
      *    2900-CONVERTER-DATA-DIAS - DATA AAAAMMDD (AS-CALC-DATA) EM   *
      *    DIAS CORRIDOS (AS-CALC-DIAS). JANEIRO E FEVEREIRO CONTAM OS  *
      *    BISSEXTOS ATE O ANO ANTERIOR. DATA INVALIDA DEVOLVE ZERO     *
      *******************************************************************
       2900-CONVERTER-DATA-DIAS       SECTION.

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
       2900-CONVERTER-DATA-DIAS-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
       3000-FINALIZAR                SECTION.

           IF AS-CONT-ITENS EQUAL ZEROS
               MOVE 'SUSPENSO VAZIO - NENHUM ITEM PENDENTE'
                                      TO ARQ-ENVELHEC
               WRITE ARQ-ENVELHEC
           END-IF

      *    GRAVACAO DO RODAPE COM OS TOTAIS DE CONTROLE
           MOVE WS-CABEC-ENV1        TO ARQ-ENVELHEC
           WRITE ARQ-ENVELHEC
           MOVE WS-RODAPE-ENV-TIT    TO ARQ-ENVELHEC
           WRITE ARQ-ENVELHEC

           MOVE 'TOTAL DE ITENS NO SUSPENSO:'
                                     TO WS-RODAPE-ENV-LBL
           MOVE AS-CONT-ITENS        TO WS-RODAPE-ENV-QTD
           MOVE WS-RODAPE-ENV        TO ARQ-ENVELHEC
           WRITE ARQ-ENVELHEC

           MOVE 'TOTAL DE MOTIVOS DISTINTOS:'
                                     TO WS-RODAPE-ENV-LBL
           MOVE AS-CONT-MOTIVOS      TO WS-RODAPE-ENV-QTD
           MOVE WS-RODAPE-ENV        TO ARQ-ENVELHEC
           WRITE ARQ-ENVELHEC

           MOVE 'TOTAL DE ITENS COM PRAZO VENCIDO:'
                                     TO WS-RODAPE-ENV-LBL
           MOVE AS-CONT-VENCIDOS     TO WS-RODAPE-ENV-QTD
           MOVE WS-RODAPE-ENV        TO ARQ-ENVELHEC
           WRITE ARQ-ENVELHEC

           MOVE WS-CABEC-ENV1        TO ARQ-ENVELHEC
           WRITE ARQ-ENVELHEC

           DISPLAY 'ITENS NO SUSPENSO:       ' AS-CONT-ITENS
           DISPLAY 'MOTIVOS DISTINTOS:       ' AS-CONT-MOTIVOS
           DISPLAY 'ITENS COM PRAZO VENCIDO: ' AS-CONT-VENCIDOS

           CLOSE ENVELHEC.
           IF AS-STATUS-EV NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO ENVELHEC' AS-STATUS-EV
           END-IF

           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZJP19.
