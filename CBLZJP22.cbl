       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP22.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: ALERTAS DIARIOS DA CARTEIRA DE CLIENTES - LE O JORNAL
      *          DE AUDITORIA DO CBLZJP05 DA DATA DE REFERENCIA, FICA SO
      *          COM OS EVENTOS DOS CNPJ DA CARTEIRA (CNPJ, GERENTE,
      *          AGENCIA) E TRADUZ AS IMAGENS ANTES/DEPOIS EM EVENTOS
      *          SIMPLES: SOCIO QUE ENTROU OU SAIU, PARTICIPACAO QUE
      *          MUDOU (25,50% -> 40,00%), SITUACAO QUE MUDOU
      *          (ATIVA -> BAIXADA), EMPRESA ARQUIVADA (CBLZJP24) OU
      *          RESTAURADA DO HISTORICO. SAI UMA SECAO DE ALERTAS POR
      *          GERENTE E UM ARQUIVO DE EVENTOS PARA O CRM
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *******************************************************************
      *    DEFINICAO DOS ARQUIVOS                                       *
      *******************************************************************
       SELECT CARTEIRA ASSIGN TO DYNAMIC AS-CAMINHO-CARTEIRA
       FILE STATUS IS AS-STATUS-CT.

       SELECT JORNAL ASSIGN TO DYNAMIC AS-CAMINHO-JORNAL
       FILE STATUS IS AS-STATUS-JR.

      *    CADASTRO MESTRE SO PARA O NOME DA EMPRESA NO ALERTA
       SELECT CADMEST ASSIGN TO DYNAMIC AS-CAMINHO-CADMEST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MST-CHAVE
       ALTERNATE RECORD KEY IS MST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-MS.

       SELECT ALERTCAR ASSIGN TO DYNAMIC AS-CAMINHO-ALERTCAR
       FILE STATUS IS AS-STATUS-AC.

       SELECT EVENTOS ASSIGN TO DYNAMIC AS-CAMINHO-EVENTOS
       FILE STATUS IS AS-STATUS-EV.

       SELECT CLASSIF ASSIGN TO DYNAMIC AS-CAMINHO-CLASSIF.

      *    INDICE DE TRABALHO DA CARTEIRA - CARREGADO DO ARQUIVO DA
      *    CARTEIRA E CONSULTADO PELA CHAVE A CADA ENTRADA DO JORNAL
       SELECT CARIDX ASSIGN TO DYNAMIC AS-CAMINHO-CARIDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CIX-CNPJ
       FILE STATUS IS AS-STATUS-CI.

       DATA DIVISION.
       FILE SECTION.

      *******************************************************************
      *    DEFINICAO DA CARTEIRA DE CLIENTES (UM CNPJ POR REGISTRO)     *
      *******************************************************************
       FD  CARTEIRA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-CARTEIRA                PIC X(080).
       01  FILLER REDEFINES ARQ-CARTEIRA.
           05 CAR-CNPJ                 PIC X(014).
           05 CAR-GERENTE              PIC X(008).
           05 CAR-NOME-GERENTE         PIC X(040).
           05 CAR-AGENCIA              PIC X(005).
           05 FILLER                   PIC X(013).

      *******************************************************************
      *    DEFINICAO DO JORNAL DE AUDITORIA (MESMO LAYOUT DO CBLZJP05)  *
      *******************************************************************
       FD  JORNAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-JORNAL                  PIC X(220).
       01  FILLER REDEFINES ARQ-JORNAL.
           05 JRN-DATA                 PIC X(008).
           05 JRN-HORA                 PIC X(006).
           05 JRN-OPER                 PIC X(001).
               88 JRN-OPER-INCLUSAO        VALUE 'I'.
               88 JRN-OPER-ALTERACAO       VALUE 'A'.
               88 JRN-OPER-EXCLUSAO        VALUE 'E'.
               88 JRN-OPER-ARQUIVAMENTO    VALUE 'X'.
               88 JRN-OPER-RESTAURACAO     VALUE 'R'.
           05 JRN-CHAVE.
               10 JRN-CNPJ             PIC X(014).
               10 JRN-TIPO             PIC X(001).
               10 JRN-DOC-SOCIO        PIC X(014).
           05 JRN-ANTES                PIC X(080).
           05 JRN-DEPOIS               PIC X(080).
           05 JRN-OPERADOR             PIC X(008).
           05 JRN-APROVADOR            PIC X(008).

      *******************************************************************
      *    DEFINICAO DO CADASTRO MESTRE INDEXADO (MESMO LAYOUT DO       *
      *    CBLZJP05) - SOMENTE LEITURA                                  *
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

      *******************************************************************
      *    DEFINICAO DO RELATORIO DE ALERTAS POR GERENTE                *
      *******************************************************************
       FD  ALERTCAR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-ALERTCAR                PIC X(100).

      *******************************************************************
      *    DEFINICAO DO ARQUIVO DE EVENTOS PARA O CRM                   *
      *    EVENTO: 'EI' EMPRESA INCLUIDA     'EE' EMPRESA EXCLUIDA      *
      *            'SI' SITUACAO ALTERADA    'SE' SOCIO ENTROU          *
      *            'SS' SOCIO SAIU           'PA' PARTICIPACAO ALTERADA *
      *            'EA' EMPRESA ARQUIVADA    'ER' EMPRESA RESTAURADA    *
      *    ANTES/DEPOIS: SITUACAO (X6) OU PARTICIPACAO 9(3)V9(2) SEM    *
      *    EDICAO, CONFORME O EVENTO; NOME: DA EMPRESA OU DO SOCIO      *
      *******************************************************************
       FD  EVENTOS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-EVENTOS                 PIC X(120).
       01  FILLER REDEFINES ARQ-EVENTOS.
           05 EVT-GERENTE              PIC X(008).
           05 EVT-AGENCIA              PIC X(005).
           05 EVT-CNPJ                 PIC X(014).
           05 EVT-DATA                 PIC X(008).
           05 EVT-HORA                 PIC X(006).
           05 EVT-EVENTO               PIC X(002).
           05 EVT-DOC-SOCIO            PIC X(014).
           05 EVT-NOME                 PIC X(036).
           05 EVT-ANTES                PIC X(010).
           05 EVT-DEPOIS               PIC X(010).
           05 FILLER                   PIC X(007).

      *******************************************************************
      *    INDICE DE TRABALHO DA CARTEIRA (CHAVE: CNPJ)                 *
      *******************************************************************
       FD  CARIDX.

       01  REG-CARIDX.
           05 CIX-CNPJ                 PIC X(014).
           05 CIX-GERENTE              PIC X(008).
           05 CIX-NOME-GERENTE         PIC X(040).
           05 CIX-AGENCIA              PIC X(005).

      *******************************************************************
      *    ARQUIVO DE TRABALHO DA CLASSIFICACAO DOS EVENTOS POR         *
      *    GERENTE, EMPRESA E ORDEM DO JORNAL                           *
      *******************************************************************
       SD  CLASSIF.

       01  REG-CLASSIF.
           05 CLA-GERENTE              PIC X(008).
           05 CLA-AGENCIA              PIC X(005).
           05 CLA-CNPJ                 PIC X(014).
           05 CLA-DATA                 PIC X(008).
           05 CLA-HORA                 PIC X(006).
           05 CLA-SEQ                  PIC 9(007).
           05 CLA-EVENTO               PIC X(002).
           05 CLA-DOC-SOCIO            PIC X(014).
           05 CLA-NOME                 PIC X(036).
           05 CLA-ANTES                PIC X(010).
           05 CLA-DEPOIS               PIC X(010).
           05 CLA-NOME-GERENTE         PIC X(040).

      *******************************************************************
      *    DEFINICAO DAS VARIAVEIS                                      *
      *******************************************************************
       WORKING-STORAGE SECTION.

      *******************************************************************
      *    CAMINHOS DOS ARQUIVOS - PARAMETRIZAVEIS VIA VARIAVEL DE       *
      *    AMBIENTE, SEM NECESSIDADE DE RECOMPILACAO PARA CADA FILIAL   *
      *******************************************************************
       01  AS-CAMINHO-CARTEIRA     PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CARTEIRA.txt'.
       01  AS-CAMINHO-JORNAL       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\JORNAL.txt'.
       01  AS-CAMINHO-CADMEST      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CADMEST.dat'.
       01  AS-CAMINHO-ALERTCAR     PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\ALERTCAR.txt'.
       01  AS-CAMINHO-EVENTOS      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\EVENTOS.txt'.
       01  AS-CAMINHO-CLASSIF      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\EVTSORT.tmp'.
       01  AS-CAMINHO-CARIDX       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CARIDX.dat'.

       01  AS-STATUS-CT            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-JR            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-MS            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-AC            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-EV            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-CI            PIC 9(002) VALUE ZEROS.
       01  AS-FIM-CARTEIRA         PIC X(001) VALUE 'N'.
       01  AS-FIM-JORNAL           PIC X(001) VALUE 'N'.
       01  AS-FIM-CLASSIF          PIC X(001) VALUE 'N'.
       01  AS-MESTRE-ABERTO        PIC X(001) VALUE 'N'.
       01  AS-DATA                 PIC X(008) VALUE ZEROS.
       01  AS-HORA                 PIC X(006) VALUE ZEROS.

      *******************************************************************
      *    DATA DE REFERENCIA DO JORNAL - SO AS ENTRADAS DESSA DATA     *
      *    GERAM ALERTA. INFORMAR AAAAMMDD; SEM O PARAMETRO VALE A DATA *
      *    CORRENTE (RUN NA SEQUENCIA DA CARGA DO CBLZJP05)             *
      *******************************************************************
       01  AS-DATA-REF-TX          PIC X(008) VALUE SPACES.
       01  AS-DATA-REF             PIC X(008) VALUE ZEROS.

      *******************************************************************
      *    IMAGENS ANTES/DEPOIS DA ENTRADA DO JORNAL NAS DUAS VISOES    *
      *    DO MESTRE (EMPRESA E SOCIO)                                  *
      *******************************************************************
       01  AS-IMG-ANTES            PIC X(080) VALUE SPACES.
       01  FILLER REDEFINES AS-IMG-ANTES.
           05 AS-ANT-E-SIT         PIC X(006).
           05 AS-ANT-E-NOME        PIC X(059).
           05 FILLER               PIC X(015).
       01  FILLER REDEFINES AS-IMG-ANTES.
           05 AS-ANT-S-NOME        PIC X(036).
           05 AS-ANT-S-STATUS      PIC X(005).
           05 AS-ANT-S-TIPO-PESSOA PIC X(001).
           05 AS-ANT-S-PERC-PART   PIC 9(003)V9(002).
           05 AS-ANT-S-PERC-PART-X REDEFINES AS-ANT-S-PERC-PART
                                   PIC X(005).
           05 AS-ANT-S-QUALIF      PIC X(001).
           05 FILLER               PIC X(032).

       01  AS-IMG-DEPOIS           PIC X(080) VALUE SPACES.
       01  FILLER REDEFINES AS-IMG-DEPOIS.
           05 AS-DEP-E-SIT         PIC X(006).
           05 AS-DEP-E-NOME        PIC X(059).
           05 FILLER               PIC X(015).
       01  FILLER REDEFINES AS-IMG-DEPOIS.
           05 AS-DEP-S-NOME        PIC X(036).
           05 AS-DEP-S-STATUS      PIC X(005).
           05 AS-DEP-S-TIPO-PESSOA PIC X(001).
           05 AS-DEP-S-PERC-PART   PIC 9(003)V9(002).
           05 AS-DEP-S-PERC-PART-X REDEFINES AS-DEP-S-PERC-PART
                                   PIC X(005).
           05 AS-DEP-S-QUALIF      PIC X(001).
           05 FILLER               PIC X(032).

      *******************************************************************
      *    QUEBRAS DA SAIDA DA CLASSIFICACAO                            *
      *******************************************************************
       01  AS-GERENTE-ATUAL        PIC X(008) VALUE SPACES.
       01  AS-CNPJ-ATUAL           PIC X(014) VALUE SPACES.
       01  AS-CONT-EVT-GERENTE     PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    MONTAGEM DO TEXTO DO EVENTO                                  *
      *******************************************************************
       01  AS-TEXTO-EVENTO         PIC X(070) VALUE SPACES.
       01  AS-PERC-ENT             PIC X(005) VALUE SPACES.
       01  AS-PERC-NUM             PIC 9(003)V9(002) VALUE ZEROS.
       01  AS-PERC-ED              PIC ZZ9.99.
       01  AS-PERC-SAI             PIC X(006) VALUE SPACES.
       01  AS-PERC-ANTES-ED        PIC X(006) VALUE SPACES.
       01  AS-PERC-DEPOIS-ED       PIC X(006) VALUE SPACES.

      *******************************************************************
      *    CONTADORES DE CONTROLE PARA O RODAPE DO RELATORIO            *
      *******************************************************************
       01  AS-CONT-CARTEIRA        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-CART-REPETIDOS  PIC 9(007) VALUE ZEROS.
       01  AS-CONT-JORNAL          PIC 9(007) VALUE ZEROS.
       01  AS-CONT-JORNAL-DIA      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-JORNAL-CARTEIRA PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SEM-EVENTO      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-EVENTOS         PIC 9(007) VALUE ZEROS.
       01  AS-CONT-GERENTES        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-EMPRESAS        PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    DEFINICAO DO CABECALHO                                       *
      *******************************************************************
       01  WS-CABEC-CAR1           PIC X(100) VALUE ALL '='.

       01  WS-CABEC-CAR2.
           05 WS-CABEC-CAR2-FL1    PIC X(001) VALUE SPACES.
           05 WS-CABEC-CAR2-PGM    PIC X(008) VALUE 'CBLZJP22'.
           05 WS-CABEC-CAR2-FL2    PIC X(015) VALUE SPACES.
           05 WS-CABEC-CAR2-DES    PIC X(036)
              VALUE 'ALERTAS DIARIOS DA CARTEIRA'.
           05 WS-CABEC-CAR2-FL3    PIC X(019) VALUE SPACES.
           05 WS-CABEC-CAR2-DT     PIC X(010) VALUE SPACES.
           05 WS-CABEC-CAR2-FL4    PIC X(002) VALUE SPACES.
           05 WS-CABEC-CAR2-HR     PIC X(008) VALUE SPACES.
           05 WS-CABEC-CAR2-FL5    PIC X(001) VALUE SPACES.

       01  WS-CABEC-CAR3.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER               PIC X(030)
              VALUE 'DATA DE REFERENCIA DO JORNAL: '.
           05 WS-CABEC-CAR3-DT     PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(059) VALUE SPACES.

      *******************************************************************
      *    LINHAS DO RELATORIO DE ALERTAS                               *
      *******************************************************************
       01  LINDET-CAR-GERENTE.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER               PIC X(009) VALUE 'GERENTE: '.
           05 LINDET-CAR-GER-COD   PIC X(008) VALUE SPACES.
           05 FILLER               PIC X(003) VALUE ' - '.
           05 LINDET-CAR-GER-NOME  PIC X(040) VALUE SPACES.
           05 FILLER               PIC X(039) VALUE SPACES.

       01  LINDET-CAR-EMPRESA.
           05 FILLER               PIC X(003) VALUE SPACES.
           05 FILLER               PIC X(009) VALUE 'EMPRESA: '.
           05 LINDET-CAR-EMP-CNPJ  PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(004) VALUE ' AG '.
           05 LINDET-CAR-EMP-AG    PIC X(005) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-CAR-EMP-NOME  PIC X(059) VALUE SPACES.
           05 FILLER               PIC X(005) VALUE SPACES.

       01  LINDET-CAR-EVENTO.
           05 FILLER               PIC X(006) VALUE SPACES.
           05 LINDET-CAR-EVT-HORA  PIC X(008) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-CAR-EVT-TEXTO PIC X(070) VALUE SPACES.
           05 FILLER               PIC X(015) VALUE SPACES.

       01  LINDET-CAR-TOTAL.
           05 FILLER               PIC X(003) VALUE SPACES.
           05 FILLER               PIC X(028)
              VALUE 'TOTAL DE ALERTAS DO GERENTE:'.
           05 LINDET-CAR-TOT-QTD   PIC ZZZ,ZZ9.
           05 FILLER               PIC X(062) VALUE SPACES.

       01  LINDET-CAR-BRANCO       PIC X(100) VALUE SPACES.

      *******************************************************************
      *    DEFINICAO DO RODAPE DE TOTAIS DE CONTROLE                    *
      *******************************************************************
       01  WS-RODAPE-CAR-TIT.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER              PIC X(019) VALUE 'TOTAIS DE CONTROLE'.
           05 FILLER               PIC X(080) VALUE SPACES.

       01  WS-RODAPE-CAR.
           05 WS-RODAPE-CAR-LBL    PIC X(040) VALUE SPACES.
           05 WS-RODAPE-CAR-QTD    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(049) VALUE SPACES.

      *******************************************************************
      *    CRIACAO E DECLARACAO DOS PERFORMS                            *
      *******************************************************************

       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.

           PERFORM 1000-INICIALIZAR.

      *    SELECIONA E TRADUZ OS EVENTOS DA CARTEIRA NA ENTRADA DA
      *    CLASSIFICACAO E EMITE UMA SECAO POR GERENTE NA SAIDA
           SORT CLASSIF
               ON ASCENDING KEY CLA-GERENTE
                                CLA-CNPJ
                                CLA-DATA
                                CLA-HORA
                                CLA-SEQ
               INPUT PROCEDURE IS 2000-SELECIONAR-EVENTOS
               OUTPUT PROCEDURE IS 2500-PROCESSAR-CLASSIFICADOS.

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

           MOVE AS-DATA(1:4)        TO WS-CABEC-CAR2-DT(7:4)
           MOVE AS-DATA(5:2)        TO WS-CABEC-CAR2-DT(4:2)
           MOVE AS-DATA(7:2)        TO WS-CABEC-CAR2-DT(1:2)
           MOVE '/'                 TO WS-CABEC-CAR2-DT(3:1)
           MOVE '/'                 TO WS-CABEC-CAR2-DT(6:1)

           MOVE AS-HORA(1:2)        TO WS-CABEC-CAR2-HR(1:2)
           MOVE AS-HORA(3:2)        TO WS-CABEC-CAR2-HR(4:2)
           MOVE AS-HORA(5:2)        TO WS-CABEC-CAR2-HR(7:2)
           MOVE ':'                 TO WS-CABEC-CAR2-HR(3:1)
           MOVE ':'                 TO WS-CABEC-CAR2-HR(6:1)

      *    PARAMETRO: DATA DE REFERENCIA DO JORNAL (AAAAMMDD)
           ACCEPT AS-DATA-REF-TX FROM ENVIRONMENT
                  'CBLZJP22_DATA_REF'
                  ON EXCEPTION
                     MOVE SPACES   TO AS-DATA-REF-TX
           END-ACCEPT
           IF AS-DATA-REF-TX IS NUMERIC
               MOVE AS-DATA-REF-TX TO AS-DATA-REF
           ELSE
               DISPLAY 'DATA DE REFERENCIA AUSENTE OU INVALIDA - '
                       'ASSUMIDA A DATA CORRENTE'
               MOVE AS-DATA          TO AS-DATA-REF
           END-IF
           DISPLAY 'ALERTAS DO JORNAL DA DATA: ' AS-DATA-REF

           MOVE AS-DATA-REF(1:4)    TO WS-CABEC-CAR3-DT(7:4)
           MOVE AS-DATA-REF(5:2)    TO WS-CABEC-CAR3-DT(4:2)
           MOVE AS-DATA-REF(7:2)    TO WS-CABEC-CAR3-DT(1:2)
           MOVE '/'                 TO WS-CABEC-CAR3-DT(3:1)
           MOVE '/'                 TO WS-CABEC-CAR3-DT(6:1)

      *    CARGA DO INDICE DA CARTEIRA
           OPEN INPUT CARTEIRA.
           IF AS-STATUS-CT NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DA CARTEIRA' AS-STATUS-CT
               DISPLAY 'EXECUCAO ABORTADA - CARTEIRA INDISPONIVEL'
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CARIDX.
           IF AS-STATUS-CI NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO CARIDX' AS-STATUS-CI
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-CARREGAR-CARTEIRA
               UNTIL AS-FIM-CARTEIRA EQUAL 'S'

           CLOSE CARTEIRA.
           IF AS-STATUS-CT NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DA CARTEIRA' AS-STATUS-CT
           END-IF

      *    REABRE O INDICE PARA A CONSULTA PELA CHAVE
           CLOSE CARIDX
           OPEN INPUT CARIDX
           IF AS-STATUS-CI NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REABERTURA DO CARIDX' AS-STATUS-CI
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT JORNAL.
           IF AS-STATUS-JR NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO JORNAL' AS-STATUS-JR
               DISPLAY 'EXECUCAO ABORTADA - JORNAL INDISPONIVEL'
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

      *    SEM O MESTRE O ALERTA SAI SEM O NOME DA EMPRESA
           OPEN INPUT CADMEST.
           IF AS-STATUS-MS EQUAL ZEROS
               MOVE 'S'             TO AS-MESTRE-ABERTO
           ELSE
               DISPLAY 'ERRO NA ABERTURA DO CADMEST' AS-STATUS-MS
               DISPLAY 'ALERTAS SEM O NOME DA EMPRESA DO MESTRE'
           END-IF

           OPEN OUTPUT ALERTCAR.
           IF AS-STATUS-AC NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO ALERTCAR' AS-STATUS-AC
               DISPLAY 'EXECUCAO ABORTADA - RELATORIO INDISPONIVEL'
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EVENTOS.
           IF AS-STATUS-EV NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO EVENTOS' AS-STATUS-EV
               DISPLAY 'EXECUCAO ABORTADA - ARQUIVO DO CRM INDISPONIVEL'
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

      *    INSERCAO DO CABECALHO NO RELATORIO DE ALERTAS
           MOVE WS-CABEC-CAR1        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR
           MOVE WS-CABEC-CAR2        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR
           MOVE WS-CABEC-CAR3        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR
           MOVE WS-CABEC-CAR1        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    1005-CARREGAR-CAMINHOS - LE OS CAMINHOS DOS ARQUIVOS VIA      *
      *    VARIAVEL DE AMBIENTE, MANTENDO O PADRAO SE NAO INFORMADA      *
      *******************************************************************
       1005-CARREGAR-CAMINHOS       SECTION.

           ACCEPT AS-CAMINHO-CARTEIRA FROM ENVIRONMENT
                  'CBLZJP22_CARTEIRA'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-JORNAL FROM ENVIRONMENT
                  'CBLZJP22_JORNAL'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CADMEST FROM ENVIRONMENT
                  'CBLZJP22_CADMEST'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-ALERTCAR FROM ENVIRONMENT
                  'CBLZJP22_ALERTCAR'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-EVENTOS FROM ENVIRONMENT
                  'CBLZJP22_EVENTOS'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CLASSIF FROM ENVIRONMENT
                  'CBLZJP22_CLASSIF'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CARIDX FROM ENVIRONMENT
                  'CBLZJP22_CARIDX'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
           .
       1005-CARREGAR-CAMINHOS-FIM.
           EXIT.

      *******************************************************************
      *    1100-CARREGAR-CARTEIRA - GRAVA UM CNPJ DA CARTEIRA NO INDICE *
      *    (CNPJ REPETIDO FICA COM O PRIMEIRO GERENTE INFORMADO)        *
      *******************************************************************
       1100-CARREGAR-CARTEIRA       SECTION.

           READ CARTEIRA
                AT END MOVE 'S'       TO AS-FIM-CARTEIRA
                NOT AT END
                   IF AS-STATUS-CT NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DA CARTEIRA'
                               AS-STATUS-CT
                       DISPLAY 'EXECUCAO ABORTADA - INDICE DA '
                               'CARTEIRA INCOMPLETO'
                       MOVE 16         TO RETURN-CODE
                       STOP RUN
                   ELSE
                       MOVE CAR-CNPJ   TO CIX-CNPJ
                       MOVE CAR-GERENTE TO CIX-GERENTE
                       MOVE CAR-NOME-GERENTE TO CIX-NOME-GERENTE
                       MOVE CAR-AGENCIA TO CIX-AGENCIA
                       WRITE REG-CARIDX
                           INVALID KEY
                               DISPLAY 'CNPJ REPETIDO NA CARTEIRA: '
                                       CAR-CNPJ
                               ADD 1   TO AS-CONT-CART-REPETIDOS
                           NOT INVALID KEY
                               ADD 1   TO AS-CONT-CARTEIRA
                       END-WRITE
                   END-IF
           .
       1100-CARREGAR-CARTEIRA-FIM.
           EXIT.

      *******************************************************************
      *    2000-SELECIONAR-EVENTOS - ENTRADA DA CLASSIFICACAO: LE O      *
      *    JORNAL E LIBERA OS EVENTOS DOS CNPJ DA CARTEIRA               *
      *******************************************************************
       2000-SELECIONAR-EVENTOS      SECTION.

           PERFORM 2100-LER-JORNAL
           PERFORM 2200-TRATAR-ENTRADA
               UNTIL AS-FIM-JORNAL EQUAL 'S'
           .
       2000-SELECIONAR-EVENTOS-FIM.
           EXIT.

      *******************************************************************
      *    2100-LER-JORNAL                                              *
      *******************************************************************
       2100-LER-JORNAL                SECTION.

           READ JORNAL
                AT END MOVE 'S'       TO AS-FIM-JORNAL
                NOT AT END
                   IF AS-STATUS-JR NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DO JORNAL'
                               AS-STATUS-JR
                       MOVE 16         TO RETURN-CODE
                       MOVE 'S'        TO AS-FIM-JORNAL
                   ELSE
                       ADD 1           TO AS-CONT-JORNAL
                   END-IF
           .
       2100-LER-JORNAL-FIM.
           EXIT.

      *******************************************************************
      *    2200-TRATAR-ENTRADA - ENTRADA DA DATA DE REFERENCIA E DE UM  *
      *    CNPJ DA CARTEIRA E TRADUZIDA NO EVENTO CORRESPONDENTE        *
      *******************************************************************
       2200-TRATAR-ENTRADA            SECTION.

           IF JRN-DATA EQUAL AS-DATA-REF
               ADD 1                 TO AS-CONT-JORNAL-DIA
               MOVE JRN-CNPJ         TO CIX-CNPJ
               READ CARIDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1         TO AS-CONT-JORNAL-CARTEIRA
                       MOVE JRN-ANTES  TO AS-IMG-ANTES
                       MOVE JRN-DEPOIS TO AS-IMG-DEPOIS
                       IF JRN-TIPO EQUAL 'E'
                           PERFORM 2300-TRADUZIR-EMPRESA
                       ELSE
                           PERFORM 2400-TRADUZIR-SOCIO
                       END-IF
               END-READ
           END-IF

           PERFORM 2100-LER-JORNAL
           .
       2200-TRATAR-ENTRADA-FIM.
           EXIT.

      *******************************************************************
      *    2300-TRADUZIR-EMPRESA - INCLUSAO, EXCLUSAO OU TROCA DE       *
      *    SITUACAO DA EMPRESA, ARQUIVAMENTO E RESTAURACAO (OUTRAS      *
      *    ALTERACOES NAO GERAM ALERTA; OS SOCIOS QUE ACOMPANHAM O      *
      *    ARQUIVAMENTO/RESTAURACAO NAO GERAM ALERTA PROPRIO)           *
      *******************************************************************
       2300-TRADUZIR-EMPRESA          SECTION.

           MOVE SPACES               TO REG-CLASSIF
           MOVE JRN-DOC-SOCIO        TO CLA-DOC-SOCIO

           IF JRN-OPER-INCLUSAO
               MOVE 'EI'             TO CLA-EVENTO
               MOVE AS-DEP-E-NOME    TO CLA-NOME
               MOVE AS-DEP-E-SIT     TO CLA-DEPOIS
               PERFORM 2900-LIBERAR-EVENTO
           ELSE
               IF JRN-OPER-EXCLUSAO
                   MOVE 'EE'         TO CLA-EVENTO
                   MOVE AS-ANT-E-NOME TO CLA-NOME
                   MOVE AS-ANT-E-SIT TO CLA-ANTES
                   PERFORM 2900-LIBERAR-EVENTO
               ELSE
                   IF JRN-OPER-ALTERACAO
                      AND AS-ANT-E-SIT NOT EQUAL AS-DEP-E-SIT
                       MOVE 'SI'     TO CLA-EVENTO
                       MOVE AS-DEP-E-NOME TO CLA-NOME
                       MOVE AS-ANT-E-SIT TO CLA-ANTES
                       MOVE AS-DEP-E-SIT TO CLA-DEPOIS
                       PERFORM 2900-LIBERAR-EVENTO
                   ELSE
                       PERFORM 2310-TRADUZIR-ARQUIVO
                   END-IF
               END-IF
           END-IF
           .
       2300-TRADUZIR-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2310-TRADUZIR-ARQUIVO - EMPRESA QUE FOI PARA O ARQUIVO       *
      *    HISTORICO OU QUE VOLTOU DELE PARA O MESTRE                   *
      *******************************************************************
       2310-TRADUZIR-ARQUIVO          SECTION.

           IF JRN-OPER-ARQUIVAMENTO
               MOVE 'EA'             TO CLA-EVENTO
               MOVE AS-ANT-E-NOME    TO CLA-NOME
               MOVE AS-ANT-E-SIT     TO CLA-ANTES
               PERFORM 2900-LIBERAR-EVENTO
           ELSE
               IF JRN-OPER-RESTAURACAO
                   MOVE 'ER'         TO CLA-EVENTO
                   MOVE AS-DEP-E-NOME TO CLA-NOME
                   MOVE AS-DEP-E-SIT TO CLA-DEPOIS
                   PERFORM 2900-LIBERAR-EVENTO
               ELSE
                   ADD 1             TO AS-CONT-SEM-EVENTO
               END-IF
           END-IF
           .
       2310-TRADUZIR-ARQUIVO-FIM.
           EXIT.

      *******************************************************************
      *    2400-TRADUZIR-SOCIO - SOCIO QUE ENTROU, QUE SAIU OU CUJA     *
      *    PARTICIPACAO MUDOU (OUTRAS ALTERACOES NAO GERAM ALERTA)      *
      *******************************************************************
       2400-TRADUZIR-SOCIO            SECTION.

           MOVE SPACES               TO REG-CLASSIF
           MOVE JRN-DOC-SOCIO        TO CLA-DOC-SOCIO

           IF JRN-OPER-INCLUSAO
               MOVE 'SE'             TO CLA-EVENTO
               MOVE AS-DEP-S-NOME    TO CLA-NOME
               MOVE AS-DEP-S-PERC-PART-X TO CLA-DEPOIS
               PERFORM 2900-LIBERAR-EVENTO
           ELSE
               IF JRN-OPER-EXCLUSAO
                   MOVE 'SS'         TO CLA-EVENTO
                   MOVE AS-ANT-S-NOME TO CLA-NOME
                   MOVE AS-ANT-S-PERC-PART-X TO CLA-ANTES
                   PERFORM 2900-LIBERAR-EVENTO
               ELSE
                   IF JRN-OPER-ALTERACAO
                      AND AS-ANT-S-PERC-PART-X
                          NOT EQUAL AS-DEP-S-PERC-PART-X
                       MOVE 'PA'     TO CLA-EVENTO
                       MOVE AS-DEP-S-NOME TO CLA-NOME
                       MOVE AS-ANT-S-PERC-PART-X TO CLA-ANTES
                       MOVE AS-DEP-S-PERC-PART-X TO CLA-DEPOIS
                       PERFORM 2900-LIBERAR-EVENTO
                   ELSE
                       ADD 1         TO AS-CONT-SEM-EVENTO
                   END-IF
               END-IF
           END-IF
           .
       2400-TRADUZIR-SOCIO-FIM.
           EXIT.

      *******************************************************************
      *    2900-LIBERAR-EVENTO - COMPLETA O EVENTO COM O GERENTE DA     *
      *    CARTEIRA E A ORDEM DO JORNAL E O LIBERA PARA A CLASSIFICACAO *
      *******************************************************************
       2900-LIBERAR-EVENTO            SECTION.

           ADD 1                     TO AS-CONT-EVENTOS

           MOVE CIX-GERENTE          TO CLA-GERENTE
           MOVE CIX-NOME-GERENTE     TO CLA-NOME-GERENTE
           MOVE CIX-AGENCIA          TO CLA-AGENCIA
           MOVE JRN-CNPJ             TO CLA-CNPJ
           MOVE JRN-DATA             TO CLA-DATA
           MOVE JRN-HORA             TO CLA-HORA
           MOVE AS-CONT-JORNAL       TO CLA-SEQ

           RELEASE REG-CLASSIF
           .
       2900-LIBERAR-EVENTO-FIM.
           EXIT.

      *******************************************************************
      *    2500-PROCESSAR-CLASSIFICADOS - SAIDA DA CLASSIFICACAO:       *
      *    QUEBRA POR GERENTE E POR EMPRESA, LINHA DO EVENTO NO         *
      *    RELATORIO E REGISTRO DO EVENTO NO ARQUIVO DO CRM             *
      *******************************************************************
       2500-PROCESSAR-CLASSIFICADOS SECTION.

           PERFORM 2510-RETORNAR-CLASSIF
           PERFORM 2600-PROCESSAR-EVENTO
               UNTIL AS-FIM-CLASSIF EQUAL 'S'

      *    FECHA A QUEBRA DO ULTIMO GERENTE DO ARQUIVO
           PERFORM 2700-FECHAR-QUEBRA-GERENTE
           .
       2500-PROCESSAR-CLASSIFICADOS-FIM.
           EXIT.

      *******************************************************************
      *    2510-RETORNAR-CLASSIF - DEVOLVE UM EVENTO CLASSIFICADO       *
      *******************************************************************
       2510-RETORNAR-CLASSIF        SECTION.

           RETURN CLASSIF
               AT END MOVE 'S'       TO AS-FIM-CLASSIF
           END-RETURN
           .
       2510-RETORNAR-CLASSIF-FIM.
           EXIT.

      *******************************************************************
      *    2600-PROCESSAR-EVENTO - QUEBRAS E LINHA DO EVENTO            *
      *******************************************************************
       2600-PROCESSAR-EVENTO        SECTION.

           IF CLA-GERENTE NOT EQUAL AS-GERENTE-ATUAL
               PERFORM 2700-FECHAR-QUEBRA-GERENTE

               MOVE CLA-GERENTE      TO AS-GERENTE-ATUAL
               MOVE SPACES           TO AS-CNPJ-ATUAL
               MOVE ZEROS            TO AS-CONT-EVT-GERENTE
               ADD 1                 TO AS-CONT-GERENTES

               MOVE CLA-GERENTE      TO LINDET-CAR-GER-COD
               MOVE CLA-NOME-GERENTE TO LINDET-CAR-GER-NOME
               MOVE LINDET-CAR-GERENTE TO ARQ-ALERTCAR
               WRITE ARQ-ALERTCAR
           END-IF

           IF CLA-CNPJ NOT EQUAL AS-CNPJ-ATUAL
               MOVE CLA-CNPJ         TO AS-CNPJ-ATUAL
               ADD 1                 TO AS-CONT-EMPRESAS
               PERFORM 2610-BUSCAR-NOME-EMPRESA
               MOVE CLA-CNPJ         TO LINDET-CAR-EMP-CNPJ
               MOVE CLA-AGENCIA      TO LINDET-CAR-EMP-AG
               MOVE LINDET-CAR-EMPRESA TO ARQ-ALERTCAR
               WRITE ARQ-ALERTCAR
           END-IF

           ADD 1                     TO AS-CONT-EVT-GERENTE

           PERFORM 2800-MONTAR-TEXTO
           MOVE CLA-HORA(1:2)        TO LINDET-CAR-EVT-HORA(1:2)
           MOVE ':'                  TO LINDET-CAR-EVT-HORA(3:1)
           MOVE CLA-HORA(3:2)        TO LINDET-CAR-EVT-HORA(4:2)
           MOVE ':'                  TO LINDET-CAR-EVT-HORA(6:1)
           MOVE CLA-HORA(5:2)        TO LINDET-CAR-EVT-HORA(7:2)
           MOVE AS-TEXTO-EVENTO      TO LINDET-CAR-EVT-TEXTO
           MOVE LINDET-CAR-EVENTO    TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR

           MOVE SPACES               TO ARQ-EVENTOS
           MOVE CLA-GERENTE          TO EVT-GERENTE
           MOVE CLA-AGENCIA          TO EVT-AGENCIA
           MOVE CLA-CNPJ             TO EVT-CNPJ
           MOVE CLA-DATA             TO EVT-DATA
           MOVE CLA-HORA             TO EVT-HORA
           MOVE CLA-EVENTO           TO EVT-EVENTO
           MOVE CLA-DOC-SOCIO        TO EVT-DOC-SOCIO
           MOVE CLA-NOME             TO EVT-NOME
           MOVE CLA-ANTES            TO EVT-ANTES
           MOVE CLA-DEPOIS           TO EVT-DEPOIS
           WRITE ARQ-EVENTOS
           IF AS-STATUS-EV NOT EQUAL ZEROS
               DISPLAY 'ERRO NA GRAVACAO DO EVENTOS' AS-STATUS-EV
           END-IF

           PERFORM 2510-RETORNAR-CLASSIF
           .
       2600-PROCESSAR-EVENTO-FIM.
           EXIT.

      *******************************************************************
      *    2610-BUSCAR-NOME-EMPRESA - NOME ATUAL NO MESTRE; EMPRESA JA  *
      *    EXCLUIDA FICA COM O NOME DA IMAGEM DO PROPRIO EVENTO         *
      *******************************************************************
       2610-BUSCAR-NOME-EMPRESA     SECTION.

           MOVE '*** EMPRESA NAO LOCALIZADA NO MESTRE ***'
                                     TO LINDET-CAR-EMP-NOME
           IF CLA-EVENTO EQUAL 'EI' OR 'EE' OR 'SI' OR 'EA' OR 'ER'
               MOVE CLA-NOME         TO LINDET-CAR-EMP-NOME
           END-IF

           IF AS-MESTRE-ABERTO EQUAL 'S'
               MOVE CLA-CNPJ         TO MST-CNPJ
               MOVE 'E'              TO MST-TIPO
               MOVE ALL '0'          TO MST-DOC-SOCIO
               READ CADMEST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MST-E-NOME TO LINDET-CAR-EMP-NOME
               END-READ
           END-IF
           .
       2610-BUSCAR-NOME-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2700-FECHAR-QUEBRA-GERENTE - TOTAL DE ALERTAS DO GERENTE     *
      *******************************************************************
       2700-FECHAR-QUEBRA-GERENTE   SECTION.

           IF AS-GERENTE-ATUAL NOT EQUAL SPACES
               MOVE AS-CONT-EVT-GERENTE TO LINDET-CAR-TOT-QTD
               MOVE LINDET-CAR-TOTAL TO ARQ-ALERTCAR
               WRITE ARQ-ALERTCAR
               MOVE LINDET-CAR-BRANCO TO ARQ-ALERTCAR
               WRITE ARQ-ALERTCAR
           END-IF
           .
       2700-FECHAR-QUEBRA-GERENTE-FIM.
           EXIT.

      *******************************************************************
      *    2800-MONTAR-TEXTO - TRADUZ O EVENTO EM TEXTO SIMPLES         *
      *******************************************************************
       2800-MONTAR-TEXTO            SECTION.

           MOVE SPACES               TO AS-TEXTO-EVENTO

           IF CLA-EVENTO EQUAL 'EI'
               STRING 'EMPRESA INCLUIDA NO CADASTRO - SITUACAO '
                                         DELIMITED BY SIZE
                      CLA-DEPOIS(1:6)    DELIMITED BY SIZE
                 INTO AS-TEXTO-EVENTO
           END-IF

           IF CLA-EVENTO EQUAL 'EE'
               STRING 'EMPRESA EXCLUIDA DO CADASTRO - SITUACAO '
                                         DELIMITED BY SIZE
                      CLA-ANTES(1:6)     DELIMITED BY SIZE
                 INTO AS-TEXTO-EVENTO
           END-IF

           IF CLA-EVENTO EQUAL 'EA'
               STRING 'EMPRESA ARQUIVADA NO HISTORICO - SITUACAO '
                                         DELIMITED BY SIZE
                      CLA-ANTES(1:6)     DELIMITED BY SIZE
                 INTO AS-TEXTO-EVENTO
           END-IF

           IF CLA-EVENTO EQUAL 'ER'
               STRING 'EMPRESA RESTAURADA DO HISTORICO - SITUACAO '
                                         DELIMITED BY SIZE
                      CLA-DEPOIS(1:6)    DELIMITED BY SIZE
                 INTO AS-TEXTO-EVENTO
           END-IF

           IF CLA-EVENTO EQUAL 'SI'
               STRING 'SITUACAO '        DELIMITED BY SIZE
                      CLA-ANTES(1:6)     DELIMITED BY SPACE
                      ' -> '             DELIMITED BY SIZE
                      CLA-DEPOIS(1:6)    DELIMITED BY SPACE
                 INTO AS-TEXTO-EVENTO
           END-IF

           IF CLA-EVENTO EQUAL 'SE'
               MOVE CLA-DEPOIS(1:5)  TO AS-PERC-ENT
               PERFORM 2810-EDITAR-PERCENTUAL
               STRING 'SOCIO '           DELIMITED BY SIZE
                      CLA-NOME           DELIMITED BY '  '
                      ' ENTROU ('        DELIMITED BY SIZE
                      AS-PERC-SAI        DELIMITED BY SIZE
                      '%)'               DELIMITED BY SIZE
                 INTO AS-TEXTO-EVENTO
           END-IF

           IF CLA-EVENTO EQUAL 'SS'
               STRING 'SOCIO '           DELIMITED BY SIZE
                      CLA-NOME           DELIMITED BY '  '
                      ' SAIU'            DELIMITED BY SIZE
                 INTO AS-TEXTO-EVENTO
           END-IF

           IF CLA-EVENTO EQUAL 'PA'
               MOVE CLA-ANTES(1:5)   TO AS-PERC-ENT
               PERFORM 2810-EDITAR-PERCENTUAL
               MOVE AS-PERC-SAI      TO AS-PERC-ANTES-ED
               MOVE CLA-DEPOIS(1:5)  TO AS-PERC-ENT
               PERFORM 2810-EDITAR-PERCENTUAL
               MOVE AS-PERC-SAI      TO AS-PERC-DEPOIS-ED
               STRING 'PARTICIPACAO DE ' DELIMITED BY SIZE
                      CLA-NOME           DELIMITED BY '  '
                      ' '                DELIMITED BY SIZE
                      AS-PERC-ANTES-ED   DELIMITED BY SIZE
                      '% -> '            DELIMITED BY SIZE
                      AS-PERC-DEPOIS-ED  DELIMITED BY SIZE
                      '%'                DELIMITED BY SIZE
                 INTO AS-TEXTO-EVENTO
           END-IF
           .
       2800-MONTAR-TEXTO-FIM.
           EXIT.

      *******************************************************************
      *    2810-EDITAR-PERCENTUAL - OS 5 DIGITOS EM AS-PERC-ENT SAEM   *
      *    EDITADOS COM VIRGULA EM AS-PERC-SAI (ZZ9,99); PARTICIPACAO  *
      *    NAO NUMERICA DE CARGAS ANTIGAS SAI COMO '?'                 *
      *******************************************************************
       2810-EDITAR-PERCENTUAL       SECTION.

           IF AS-PERC-ENT IS NUMERIC
               MOVE AS-PERC-ENT      TO AS-PERC-NUM
               MOVE AS-PERC-NUM      TO AS-PERC-ED
               MOVE AS-PERC-ED       TO AS-PERC-SAI
               INSPECT AS-PERC-SAI REPLACING ALL '.' BY ','
           ELSE
               MOVE '     ?'         TO AS-PERC-SAI
           END-IF
           .
       2810-EDITAR-PERCENTUAL-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
       3000-FINALIZAR                SECTION.

      *    GRAVACAO DO RODAPE COM OS TOTAIS DE CONTROLE
           MOVE WS-CABEC-CAR1        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR
           MOVE WS-RODAPE-CAR-TIT    TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR

           MOVE 'TOTAL DE CNPJ NA CARTEIRA:'
                                     TO WS-RODAPE-CAR-LBL
           MOVE AS-CONT-CARTEIRA     TO WS-RODAPE-CAR-QTD
           MOVE WS-RODAPE-CAR        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR

           MOVE 'TOTAL DE CNPJ REPETIDOS NA CARTEIRA:'
                                     TO WS-RODAPE-CAR-LBL
           MOVE AS-CONT-CART-REPETIDOS TO WS-RODAPE-CAR-QTD
           MOVE WS-RODAPE-CAR        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR

           MOVE 'TOTAL DE ENTRADAS DO JORNAL LIDAS:'
                                     TO WS-RODAPE-CAR-LBL
           MOVE AS-CONT-JORNAL       TO WS-RODAPE-CAR-QTD
           MOVE WS-RODAPE-CAR        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR

           MOVE 'TOTAL DE ENTRADAS DA DATA:'
                                     TO WS-RODAPE-CAR-LBL
           MOVE AS-CONT-JORNAL-DIA   TO WS-RODAPE-CAR-QTD
           MOVE WS-RODAPE-CAR        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR

           MOVE 'TOTAL DE ENTRADAS DA CARTEIRA:'
                                     TO WS-RODAPE-CAR-LBL
           MOVE AS-CONT-JORNAL-CARTEIRA TO WS-RODAPE-CAR-QTD
           MOVE WS-RODAPE-CAR        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR

           MOVE 'TOTAL DE ENTRADAS SEM ALERTA:'
                                     TO WS-RODAPE-CAR-LBL
           MOVE AS-CONT-SEM-EVENTO   TO WS-RODAPE-CAR-QTD
           MOVE WS-RODAPE-CAR        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR

           MOVE 'TOTAL DE ALERTAS EMITIDOS:'
                                     TO WS-RODAPE-CAR-LBL
           MOVE AS-CONT-EVENTOS      TO WS-RODAPE-CAR-QTD
           MOVE WS-RODAPE-CAR        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR

           MOVE 'TOTAL DE EMPRESAS COM ALERTA:'
                                     TO WS-RODAPE-CAR-LBL
           MOVE AS-CONT-EMPRESAS     TO WS-RODAPE-CAR-QTD
           MOVE WS-RODAPE-CAR        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR

           MOVE 'TOTAL DE GERENTES COM ALERTA:'
                                     TO WS-RODAPE-CAR-LBL
           MOVE AS-CONT-GERENTES     TO WS-RODAPE-CAR-QTD
           MOVE WS-RODAPE-CAR        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR

           MOVE WS-CABEC-CAR1        TO ARQ-ALERTCAR
           WRITE ARQ-ALERTCAR

           DISPLAY 'CNPJ NA CARTEIRA:        ' AS-CONT-CARTEIRA
           DISPLAY 'ENTRADAS DO JORNAL:      ' AS-CONT-JORNAL
           DISPLAY 'ENTRADAS DA DATA:        ' AS-CONT-JORNAL-DIA
           DISPLAY 'ENTRADAS DA CARTEIRA:    ' AS-CONT-JORNAL-CARTEIRA
           DISPLAY 'ALERTAS EMITIDOS:        ' AS-CONT-EVENTOS
           DISPLAY 'GERENTES COM ALERTA:     ' AS-CONT-GERENTES

           CLOSE JORNAL.
           IF AS-STATUS-JR NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO JORNAL' AS-STATUS-JR
           END-IF

           IF AS-MESTRE-ABERTO EQUAL 'S'
               CLOSE CADMEST
           END-IF

           CLOSE ALERTCAR.
           IF AS-STATUS-AC NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO ALERTCAR' AS-STATUS-AC
           END-IF

           CLOSE EVENTOS.
           IF AS-STATUS-EV NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO EVENTOS' AS-STATUS-EV
           END-IF

           CLOSE CARIDX.
           IF AS-STATUS-CI NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO CARIDX' AS-STATUS-CI
           END-IF

           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZJP22.
