       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP24.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: ARQUIVAMENTO DAS EMPRESAS FORA DE ATIVA HA MAIS DE N
      *          ANOS - LE O JORNAL DE AUDITORIA DO CBLZJP05 E GUARDA,
      *          POR CNPJ, A DATA EM QUE A EMPRESA SAIU DE ATIVA (A
      *          ULTIMA PASSAGEM DE ATIVA PARA OUTRA SITUACAO). DEPOIS
      *          PERCORRE O CADMEST E MOVE PARA O ARQUIVO HISTORICO
      *          CADHIST A EMPRESA QUE AINDA ESTA FORA DE ATIVA E SAIU
      *          ANTES DA DATA DE CORTE, JUNTO COM TODOS OS SEUS SOCIOS,
      *          COM UMA ENTRADA 'X' NO JORNAL POR REGISTRO MOVIDO. A
      *          EMPRESA SEM A DATA DE SAIDA NO JORNAL NAO E ARQUIVADA.
      *          A VOLTA AO MESTRE E A TRANSACAO 'R' DO CBLZJP05
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

      *    ARQUIVO HISTORICO - CRIADO NO PRIMEIRO ARQUIVAMENTO
       SELECT OPTIONAL CADHIST ASSIGN TO DYNAMIC AS-CAMINHO-CADHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HST-CHAVE
       ALTERNATE RECORD KEY IS HST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-HS.

       SELECT JORNAL ASSIGN TO DYNAMIC AS-CAMINHO-JORNAL
       FILE STATUS IS AS-STATUS-JR.

       SELECT RELARQ ASSIGN TO DYNAMIC AS-CAMINHO-RELARQ
       FILE STATUS IS AS-STATUS-RA.

      *    INDICE DE TRABALHO DA DATA DE SAIDA DE ATIVA - CARREGADO DO
      *    JORNAL E CONSULTADO PELA CHAVE A CADA EMPRESA DO MESTRE
       SELECT SAIIDX ASSIGN TO DYNAMIC AS-CAMINHO-SAIIDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SIX-CNPJ
       FILE STATUS IS AS-STATUS-SX.

       DATA DIVISION.
       FILE SECTION.

      *******************************************************************
      *    DEFINICAO DO CADASTRO MESTRE INDEXADO (MESMO LAYOUT DO       *
      *    CBLZJP05) - OS REGISTROS ARQUIVADOS SAO EXCLUIDOS            *
      *******************************************************************
       FD  CADMEST.

       01  REG-CADMEST.
           05 MST-CHAVE.
               10 MST-CNPJ             PIC X(014).
               10 MST-TIPO             PIC X(001).
                   88 MST-TIPO-EMPRESA     VALUE 'E'.
                   88 MST-TIPO-SOCIO       VALUE 'S'.
               10 MST-DOC-SOCIO        PIC X(014).
           05 MST-DADOS                PIC X(080).
           05 MST-DADOS-EMP REDEFINES MST-DADOS.
               10 MST-E-SIT            PIC X(006).
               10 MST-E-NOME           PIC X(059).
               10 MST-E-STATUS         PIC X(005).
               10 MST-E-DATA-ABERT     PIC X(010).

      *******************************************************************
      *    DEFINICAO DO ARQUIVO HISTORICO DO MESTRE (MESMO LAYOUT DO    *
      *    CBLZJP05): CHAVE E DADOS DO MESTRE, A DATA EM QUE A EMPRESA  *
      *    SAIU DE ATIVA, A DATA E O OPERADOR DO ARQUIVAMENTO           *
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
      *    DEFINICAO DO JORNAL DE AUDITORIA (MESMO LAYOUT DO CBLZJP05)  *
      *    LIDO INTEIRO PARA AS DATAS DE SAIDA E DEPOIS REABERTO EM     *
      *    EXTEND PARA AS ENTRADAS 'X' DO ARQUIVAMENTO                  *
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
      *    DEFINICAO DO RELATORIO DO ARQUIVAMENTO                       *
      *******************************************************************
       FD  RELARQ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-RELARQ                  PIC X(100).

      *******************************************************************
      *    INDICE DE TRABALHO DA SAIDA DE ATIVA (CHAVE: CNPJ)           *
      *******************************************************************
       FD  SAIIDX.

       01  REG-SAIIDX.
           05 SIX-CNPJ                 PIC X(014).
           05 SIX-DATA-SAIDA           PIC X(008).

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
       01  AS-CAMINHO-CADHIST      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CADHIST.dat'.
       01  AS-CAMINHO-JORNAL       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\JORNAL.txt'.
       01  AS-CAMINHO-RELARQ       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\RELARQ.txt'.
       01  AS-CAMINHO-SAIIDX       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\SAIIDX.dat'.

       01  AS-STATUS-MS            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-HS            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-JR            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-RA            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-SX            PIC 9(002) VALUE ZEROS.
       01  AS-FIM-JORNAL           PIC X(001) VALUE 'N'.
       01  AS-FIM-MESTRE           PIC X(001) VALUE 'N'.
       01  AS-DATA                 PIC X(008) VALUE ZEROS.
       01  AS-HORA                 PIC X(006) VALUE ZEROS.
       01  AS-DATA-JRN             PIC X(008) VALUE ZEROS.
       01  AS-HORA-JRN             PIC X(006) VALUE ZEROS.

      *******************************************************************
      *    OPERADOR RESPONSAVEL PELO ARQUIVAMENTO, GRAVADO NO HISTORICO *
      *    E NO JORNAL                                                  *
      *******************************************************************
       01  AS-OPERADOR             PIC X(008) VALUE 'CBLZJP24'.

      *******************************************************************
      *    PRAZO FORA DE ATIVA EM ANOS (2 DIGITOS) E DATA DE REFERENCIA *
      *    (AAAAMMDD, PADRAO A DATA CORRENTE). A DATA DE CORTE E A DE   *
      *    REFERENCIA MENOS O PRAZO: ARQUIVA A EMPRESA QUE SAIU ANTES   *
      *******************************************************************
       01  AS-ANOS-TX              PIC X(002) VALUE SPACES.
       01  AS-ANOS                 PIC 9(002) VALUE 05.
       01  AS-DATA-REF-TX          PIC X(008) VALUE SPACES.
       01  AS-DATA-REF             PIC X(008) VALUE ZEROS.
       01  AS-DATA-CORTE           PIC X(008) VALUE ZEROS.
       01  AS-ANO-CORTE            PIC 9(004) VALUE ZEROS.

      *******************************************************************
      *    IMAGENS ANTES/DEPOIS DA ENTRADA DO JORNAL NA VISAO EMPRESA   *
      *******************************************************************
       01  AS-IMG-ANTES            PIC X(080) VALUE SPACES.
       01  FILLER REDEFINES AS-IMG-ANTES.
           05 AS-ANT-E-SIT         PIC X(006).
           05 FILLER               PIC X(074).

       01  AS-IMG-DEPOIS           PIC X(080) VALUE SPACES.
       01  FILLER REDEFINES AS-IMG-DEPOIS.
           05 AS-DEP-E-SIT         PIC X(006).
           05 FILLER               PIC X(074).

      *******************************************************************
      *    EMPRESA EM ARQUIVAMENTO - OS SOCIOS QUE VEM EM SEGUIDA NA    *
      *    LEITURA DO MESTRE (MESMO CNPJ) SAO MOVIDOS JUNTO             *
      *******************************************************************
       01  AS-ARQUIVANDO           PIC X(001) VALUE 'N'.
       01  AS-CNPJ-ARQ             PIC X(014) VALUE SPACES.
       01  AS-DATA-SAIDA           PIC X(008) VALUE ZEROS.
       01  AS-SOCIOS-ARQ           PIC 9(005) VALUE ZEROS.

      *******************************************************************
      *    CONTADORES DE CONTROLE PARA O RODAPE DO RELATORIO            *
      *******************************************************************
       01  AS-CONT-JORNAL          PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SAIDAS          PIC 9(007) VALUE ZEROS.
       01  AS-CONT-EMPRESAS        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-FORA-ATIVA      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SEM-DATA        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-NO-PRAZO        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-JA-HIST         PIC 9(007) VALUE ZEROS.
       01  AS-CONT-ARQUIVADAS      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SOCIOS-ARQ      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-JORNAL-ARQ      PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    DEFINICAO DO CABECALHO                                       *
      *******************************************************************
       01  WS-CABEC-ARQ1           PIC X(100) VALUE ALL '='.

       01  WS-CABEC-ARQ2.
           05 WS-CABEC-ARQ2-FL1    PIC X(001) VALUE SPACES.
           05 WS-CABEC-ARQ2-PGM    PIC X(008) VALUE 'CBLZJP24'.
           05 WS-CABEC-ARQ2-FL2    PIC X(015) VALUE SPACES.
           05 WS-CABEC-ARQ2-DES    PIC X(036)
              VALUE 'ARQUIVAMENTO DE EMPRESAS INATIVAS'.
           05 WS-CABEC-ARQ2-FL3    PIC X(019) VALUE SPACES.
           05 WS-CABEC-ARQ2-DT     PIC X(010) VALUE SPACES.
           05 WS-CABEC-ARQ2-FL4    PIC X(002) VALUE SPACES.
           05 WS-CABEC-ARQ2-HR     PIC X(008) VALUE SPACES.
           05 WS-CABEC-ARQ2-FL5    PIC X(001) VALUE SPACES.

       01  WS-CABEC-ARQ3.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER               PIC X(020)
              VALUE 'DATA DE REFERENCIA: '.
           05 WS-CABEC-ARQ3-REF    PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(010) VALUE '   PRAZO: '.
           05 WS-CABEC-ARQ3-ANOS   PIC Z9.
           05 FILLER               PIC X(005) VALUE ' ANOS'.
           05 FILLER               PIC X(018)
              VALUE '   SAIDA DE ATIVA '.
           05 FILLER               PIC X(010) VALUE 'ANTES DE: '.
           05 WS-CABEC-ARQ3-CORTE  PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(014) VALUE SPACES.

       01  WS-CABEC-ARQ4.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER               PIC X(016) VALUE 'CNPJ'.
           05 FILLER               PIC X(042) VALUE 'NOME DA EMPRESA'.
           05 FILLER               PIC X(008) VALUE 'SITUAC.'.
           05 FILLER               PIC X(012) VALUE 'SAIU ATIVA'.
           05 FILLER               PIC X(006) VALUE 'SOCIOS'.
           05 FILLER               PIC X(015) VALUE 'OCORRENCIA'.

      *******************************************************************
      *    LINHA DE DETALHE - UMA POR EMPRESA ARQUIVADA OU RECUSADA     *
      *******************************************************************
       01  LINDET-ARQ.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-ARQ-CNPJ      PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ARQ-NOME      PIC X(040) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ARQ-SIT       PIC X(006) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ARQ-SAIDA     PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ARQ-SOCIOS    PIC ZZZ9.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-ARQ-OCORR     PIC X(015) VALUE SPACES.

      *******************************************************************
      *    DEFINICAO DO RODAPE DE TOTAIS DE CONTROLE                    *
      *******************************************************************
       01  WS-RODAPE-ARQ-TIT.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER              PIC X(019) VALUE 'TOTAIS DE CONTROLE'.
           05 FILLER               PIC X(080) VALUE SPACES.

       01  WS-RODAPE-ARQ.
           05 WS-RODAPE-ARQ-LBL    PIC X(040) VALUE SPACES.
           05 WS-RODAPE-ARQ-QTD    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(049) VALUE SPACES.

      *******************************************************************
      *    CRIACAO E DECLARACAO DOS PERFORMS                            *
      *******************************************************************

       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.

           PERFORM 1000-INICIALIZAR.

      *    DATA DE SAIDA DE ATIVA POR CNPJ, A PARTIR DO JORNAL
           PERFORM 2000-LER-JORNAL
               UNTIL AS-FIM-JORNAL EQUAL 'S'

           PERFORM 1500-PREPARAR-ARQUIVAMENTO

      *    PERCORRE O MESTRE NA ORDEM DA CHAVE: CADA EMPRESA SEGUIDA
      *    DOS SEUS SOCIOS
           PERFORM 2200-LER-MESTRE
               UNTIL AS-FIM-MESTRE EQUAL 'S'

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

           MOVE AS-DATA(1:4)        TO WS-CABEC-ARQ2-DT(7:4)
           MOVE AS-DATA(5:2)        TO WS-CABEC-ARQ2-DT(4:2)
           MOVE AS-DATA(7:2)        TO WS-CABEC-ARQ2-DT(1:2)
           MOVE '/'                 TO WS-CABEC-ARQ2-DT(3:1)
           MOVE '/'                 TO WS-CABEC-ARQ2-DT(6:1)

           MOVE AS-HORA(1:2)        TO WS-CABEC-ARQ2-HR(1:2)
           MOVE AS-HORA(3:2)        TO WS-CABEC-ARQ2-HR(4:2)
           MOVE AS-HORA(5:2)        TO WS-CABEC-ARQ2-HR(7:2)
           MOVE ':'                 TO WS-CABEC-ARQ2-HR(3:1)
           MOVE ':'                 TO WS-CABEC-ARQ2-HR(6:1)

      *    PARAMETRO: OPERADOR DO ARQUIVAMENTO (PADRAO O PROPRIO
      *    PROGRAMA)
           ACCEPT AS-OPERADOR FROM ENVIRONMENT
                  'CBLZJP24_OPERADOR'
                  ON EXCEPTION
                     MOVE 'CBLZJP24' TO AS-OPERADOR
           END-ACCEPT
           IF AS-OPERADOR EQUAL SPACES
               MOVE 'CBLZJP24'       TO AS-OPERADOR
           END-IF

      *    PARAMETRO: PRAZO FORA DE ATIVA EM ANOS (2 DIGITOS)
           ACCEPT AS-ANOS-TX FROM ENVIRONMENT
                  'CBLZJP24_ANOS'
                  ON EXCEPTION
                     MOVE '05'     TO AS-ANOS-TX
           END-ACCEPT
           IF AS-ANOS-TX IS NUMERIC
              AND AS-ANOS-TX NOT EQUAL '00'
               MOVE AS-ANOS-TX       TO AS-ANOS
           ELSE
               DISPLAY 'PRAZO DO ARQUIVAMENTO INVALIDO - ASSUMIDO 05: '
                       AS-ANOS-TX
               MOVE 05               TO AS-ANOS
           END-IF

      *    PARAMETRO: DATA DE REFERENCIA (AAAAMMDD)
           ACCEPT AS-DATA-REF-TX FROM ENVIRONMENT
                  'CBLZJP24_DATA_REF'
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

      *    DATA DE CORTE: O MESMO DIA E MES, N ANOS ANTES (UM 29/02
      *    SEM CORRESPONDENTE CAI ENTRE 28/02 E 01/03 NA COMPARACAO)
           MOVE AS-DATA-REF(1:4)    TO AS-ANO-CORTE
           SUBTRACT AS-ANOS        FROM AS-ANO-CORTE
           MOVE AS-ANO-CORTE        TO AS-DATA-CORTE(1:4)
           MOVE AS-DATA-REF(5:4)    TO AS-DATA-CORTE(5:4)
           DISPLAY 'ARQUIVA A EMPRESA FORA DE ATIVA DESDE ANTES DE: '
                   AS-DATA-CORTE

           MOVE AS-DATA-REF(1:4)    TO WS-CABEC-ARQ3-REF(7:4)
           MOVE AS-DATA-REF(5:2)    TO WS-CABEC-ARQ3-REF(4:2)
           MOVE AS-DATA-REF(7:2)    TO WS-CABEC-ARQ3-REF(1:2)
           MOVE '/'                 TO WS-CABEC-ARQ3-REF(3:1)
           MOVE '/'                 TO WS-CABEC-ARQ3-REF(6:1)
           MOVE AS-ANOS             TO WS-CABEC-ARQ3-ANOS
           MOVE AS-DATA-CORTE(1:4)  TO WS-CABEC-ARQ3-CORTE(7:4)
           MOVE AS-DATA-CORTE(5:2)  TO WS-CABEC-ARQ3-CORTE(4:2)
           MOVE AS-DATA-CORTE(7:2)  TO WS-CABEC-ARQ3-CORTE(1:2)
           MOVE '/'                 TO WS-CABEC-ARQ3-CORTE(3:1)
           MOVE '/'                 TO WS-CABEC-ARQ3-CORTE(6:1)

      *    SEM O JORNAL NAO HA DATA DE SAIDA NEM TRILHA DE AUDITORIA
      *    DO ARQUIVAMENTO: ABORTA ANTES DE TOCAR NO MESTRE
           OPEN INPUT JORNAL.
           IF AS-STATUS-JR NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO JORNAL' AS-STATUS-JR
               DISPLAY 'EXECUCAO ABORTADA - JORNAL INDISPONIVEL'
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

      *    O INDICE E CRIADO VAZIO E REABERTO PARA LEITURA E REGRAVACAO
           OPEN OUTPUT SAIIDX.
           IF AS-STATUS-SX NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO SAIIDX' AS-STATUS-SX
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SAIIDX
           OPEN I-O SAIIDX
           IF AS-STATUS-SX NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REABERTURA DO SAIIDX' AS-STATUS-SX
               MOVE 16              TO RETURN-CODE
               STOP RUN
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
                  'CBLZJP24_CADMEST'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CADHIST FROM ENVIRONMENT
                  'CBLZJP24_CADHIST'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-JORNAL FROM ENVIRONMENT
                  'CBLZJP24_JORNAL'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-RELARQ FROM ENVIRONMENT
                  'CBLZJP24_RELARQ'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-SAIIDX FROM ENVIRONMENT
                  'CBLZJP24_SAIIDX'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
           .
       1005-CARREGAR-CAMINHOS-FIM.
           EXIT.

      *******************************************************************
      *    1500-PREPARAR-ARQUIVAMENTO - JORNAL LIDO: REABRE-O EM EXTEND *
      *    PARA AS ENTRADAS 'X', ABRE O MESTRE, O HISTORICO E O         *
      *    RELATORIO                                                    *
      *******************************************************************
       1500-PREPARAR-ARQUIVAMENTO   SECTION.

           CLOSE JORNAL
           OPEN EXTEND JORNAL
           IF AS-STATUS-JR NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REABERTURA DO JORNAL' AS-STATUS-JR
               DISPLAY 'EXECUCAO ABORTADA - JORNAL INDISPONIVEL'
               CLOSE SAIIDX
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO CADMEST' AS-STATUS-MS
               DISPLAY 'EXECUCAO ABORTADA - MESTRE INDISPONIVEL'
               CLOSE JORNAL
               CLOSE SAIIDX
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

      *    HISTORICO AUSENTE (STATUS 05) E CRIADO PELA ABERTURA
           OPEN I-O CADHIST.
           IF AS-STATUS-HS NOT EQUAL ZEROS
              AND AS-STATUS-HS NOT EQUAL 05
               DISPLAY 'ERRO NA ABERTURA DO CADHIST' AS-STATUS-HS
               DISPLAY 'EXECUCAO ABORTADA - HISTORICO INDISPONIVEL'
               CLOSE CADMEST
               CLOSE JORNAL
               CLOSE SAIIDX
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELARQ.
           IF AS-STATUS-RA NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO RELARQ' AS-STATUS-RA
               DISPLAY 'EXECUCAO ABORTADA - RELATORIO INDISPONIVEL'
               CLOSE CADMEST
               CLOSE CADHIST
               CLOSE JORNAL
               CLOSE SAIIDX
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

      *    INSERCAO DO CABECALHO NO RELATORIO DO ARQUIVAMENTO
           MOVE WS-CABEC-ARQ1        TO ARQ-RELARQ
           WRITE ARQ-RELARQ
           MOVE WS-CABEC-ARQ2        TO ARQ-RELARQ
           WRITE ARQ-RELARQ
           MOVE WS-CABEC-ARQ3        TO ARQ-RELARQ
           WRITE ARQ-RELARQ
           MOVE WS-CABEC-ARQ1        TO ARQ-RELARQ
           WRITE ARQ-RELARQ
           MOVE WS-CABEC-ARQ4        TO ARQ-RELARQ
           WRITE ARQ-RELARQ
           .
       1500-PREPARAR-ARQUIVAMENTO-FIM.
           EXIT.

      *******************************************************************
      *    2000-LER-JORNAL - LE UMA ENTRADA DO JORNAL E, SE FOR DE      *
      *    EMPRESA, ATUALIZA A DATA DE SAIDA DE ATIVA DO CNPJ           *
      *******************************************************************
       2000-LER-JORNAL              SECTION.

           READ JORNAL
                AT END MOVE 'S'       TO AS-FIM-JORNAL
                NOT AT END
                   IF AS-STATUS-JR NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DO JORNAL'
                               AS-STATUS-JR
                       DISPLAY 'EXECUCAO ABORTADA - DATAS DE SAIDA '
                               'INCOMPLETAS'
                       CLOSE JORNAL
                       CLOSE SAIIDX
                       MOVE 16         TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1           TO AS-CONT-JORNAL
                       IF JRN-TIPO EQUAL 'E'
                           PERFORM 2100-AVALIAR-ENTRADA
                       END-IF
                   END-IF
           .
       2000-LER-JORNAL-FIM.
           EXIT.

      *******************************************************************
      *    2100-AVALIAR-ENTRADA - O JORNAL E CRONOLOGICO, ENTAO VALE A  *
      *    ULTIMA SAIDA DE ATIVA: INCLUSAO OU RESTAURACAO JA FORA DE    *
      *    ATIVA, OU ALTERACAO DE ATIVA PARA OUTRA SITUACAO. A VOLTA A  *
      *    ATIVA, A EXCLUSAO E O ARQUIVAMENTO APAGAM A DATA GUARDADA.   *
      *    ALTERACAO ENTRE DUAS SITUACOES INATIVAS NAO MUDA A DATA      *
      *******************************************************************
       2100-AVALIAR-ENTRADA         SECTION.

           MOVE JRN-ANTES            TO AS-IMG-ANTES
           MOVE JRN-DEPOIS           TO AS-IMG-DEPOIS

           IF JRN-OPER-INCLUSAO OR JRN-OPER-RESTAURACAO
               IF AS-DEP-E-SIT NOT EQUAL 'ATIVA '
                   PERFORM 2110-GRAVAR-SAIDA
               ELSE
                   PERFORM 2120-RETIRAR-SAIDA
               END-IF
           ELSE
               IF JRN-OPER-ALTERACAO
                   IF AS-DEP-E-SIT EQUAL 'ATIVA '
                       PERFORM 2120-RETIRAR-SAIDA
                   ELSE
                       IF AS-ANT-E-SIT EQUAL 'ATIVA '
                           PERFORM 2110-GRAVAR-SAIDA
                       END-IF
                   END-IF
               ELSE
                   PERFORM 2120-RETIRAR-SAIDA
               END-IF
           END-IF
           .
       2100-AVALIAR-ENTRADA-FIM.
           EXIT.

      *******************************************************************
      *    2110-GRAVAR-SAIDA - GUARDA A DATA DA ENTRADA COMO A SAIDA DE *
      *    ATIVA DO CNPJ (REGRAVA A DATA DE UMA SAIDA ANTERIOR)         *
      *******************************************************************
       2110-GRAVAR-SAIDA            SECTION.

           MOVE JRN-CNPJ             TO SIX-CNPJ
           MOVE JRN-DATA             TO SIX-DATA-SAIDA
           WRITE REG-SAIIDX
               INVALID KEY
                   REWRITE REG-SAIIDX
                       INVALID KEY
                           DISPLAY 'ERRO NA REGRAVACAO DO SAIIDX '
                                   AS-STATUS-SX ' ' JRN-CNPJ
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1               TO AS-CONT-SAIDAS
           END-WRITE
           .
       2110-GRAVAR-SAIDA-FIM.
           EXIT.

      *******************************************************************
      *    2120-RETIRAR-SAIDA - A EMPRESA VOLTOU A ATIVA OU SAIU DO     *
      *    MESTRE: A DATA GUARDADA DEIXA DE VALER                       *
      *******************************************************************
       2120-RETIRAR-SAIDA           SECTION.

           MOVE JRN-CNPJ             TO SIX-CNPJ
           DELETE SAIIDX RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT 1          FROM AS-CONT-SAIDAS
           END-DELETE
           .
       2120-RETIRAR-SAIDA-FIM.
           EXIT.

      *******************************************************************
      *    2200-LER-MESTRE - LE O PROXIMO REGISTRO DO MESTRE. A EMPRESA *
      *    E AVALIADA; O SOCIO SEGUE A EMPRESA SE ELA ESTA SENDO        *
      *    ARQUIVADA. A LINHA DA EMPRESA SAI NA TROCA DE CNPJ           *
      *******************************************************************
       2200-LER-MESTRE              SECTION.

           READ CADMEST NEXT RECORD
                AT END
                   MOVE 'S'           TO AS-FIM-MESTRE
                   IF AS-ARQUIVANDO EQUAL 'S'
                       PERFORM 2500-EMITIR-ARQUIVADA
                   END-IF
                NOT AT END
                   IF AS-ARQUIVANDO EQUAL 'S'
                      AND MST-CNPJ NOT EQUAL AS-CNPJ-ARQ
                       PERFORM 2500-EMITIR-ARQUIVADA
                   END-IF
                   IF MST-TIPO-EMPRESA
                       PERFORM 2300-AVALIAR-EMPRESA
                   ELSE
                       IF AS-ARQUIVANDO EQUAL 'S'
                           PERFORM 2400-ARQUIVAR-REGISTRO
                           ADD 1       TO AS-SOCIOS-ARQ
                           ADD 1       TO AS-CONT-SOCIOS-ARQ
                       END-IF
                   END-IF
           END-READ
           .
       2200-LER-MESTRE-FIM.
           EXIT.

      *******************************************************************
      *    2300-AVALIAR-EMPRESA - ARQUIVA A EMPRESA FORA DE ATIVA QUE   *
      *    SAIU ANTES DA DATA DE CORTE E AINDA NAO ESTA NO HISTORICO    *
      *******************************************************************
       2300-AVALIAR-EMPRESA         SECTION.

           ADD 1                     TO AS-CONT-EMPRESAS

           IF MST-E-SIT NOT EQUAL 'ATIVA '
               ADD 1                 TO AS-CONT-FORA-ATIVA
               MOVE MST-CNPJ         TO SIX-CNPJ
               READ SAIIDX
                   INVALID KEY
                       ADD 1           TO AS-CONT-SEM-DATA
                   NOT INVALID KEY
                       IF SIX-DATA-SAIDA NOT LESS AS-DATA-CORTE
                           ADD 1       TO AS-CONT-NO-PRAZO
                       ELSE
                           MOVE SIX-DATA-SAIDA TO AS-DATA-SAIDA
                           PERFORM 2310-CHECAR-HISTORICO
                       END-IF
               END-READ
           END-IF
           .
       2300-AVALIAR-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2310-CHECAR-HISTORICO - A MESMA EMPRESA JA NO HISTORICO (UMA *
      *    RESTAURACAO INCOMPLETA) FICA NO MESTRE E SAI NO RELATORIO    *
      *    PARA ACERTO; SENAO COMECA O ARQUIVAMENTO PELA EMPRESA        *
      *******************************************************************
       2310-CHECAR-HISTORICO        SECTION.

           MOVE MST-CHAVE            TO HST-CHAVE
           READ CADHIST
               INVALID KEY
                   MOVE 'S'            TO AS-ARQUIVANDO
                   MOVE MST-CNPJ       TO AS-CNPJ-ARQ
                   MOVE ZEROS          TO AS-SOCIOS-ARQ
                   PERFORM 2510-MONTAR-LINHA
                   PERFORM 2400-ARQUIVAR-REGISTRO
                   ADD 1               TO AS-CONT-ARQUIVADAS
               NOT INVALID KEY
                   DISPLAY 'EMPRESA JA CONSTA DO HISTORICO: ' MST-CNPJ
                   ADD 1               TO AS-CONT-JA-HIST
                   MOVE 4              TO RETURN-CODE
                   PERFORM 2510-MONTAR-LINHA
                   MOVE ZEROS          TO LINDET-ARQ-SOCIOS
                   MOVE 'JA NO HISTORICO' TO LINDET-ARQ-OCORR
                   MOVE LINDET-ARQ     TO ARQ-RELARQ
                   WRITE ARQ-RELARQ
           END-READ
           .
       2310-CHECAR-HISTORICO-FIM.
           EXIT.

      *******************************************************************
      *    2400-ARQUIVAR-REGISTRO - GRAVA O REGISTRO LIDO NO HISTORICO, *
      *    EXCLUI-O DO MESTRE E JORNALIZA COMO 'X' (IMAGEM ANTES = O    *
      *    REGISTRO, IMAGEM DEPOIS EM BRANCO)                           *
      *******************************************************************
       2400-ARQUIVAR-REGISTRO       SECTION.

           MOVE MST-CHAVE            TO HST-CHAVE
           MOVE MST-DADOS            TO HST-DADOS
           MOVE AS-DATA-SAIDA        TO HST-DATA-SAIDA
           MOVE AS-DATA              TO HST-DATA-ARQ
           MOVE AS-OPERADOR          TO HST-OPERADOR
           WRITE REG-CADHIST
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DO CADHIST' AS-STATUS-HS
                           ' ' MST-CHAVE
                   DISPLAY 'EXECUCAO ABORTADA - EMPRESA ' AS-CNPJ-ARQ
                           ' PARCIALMENTE ARQUIVADA'
                   PERFORM 2990-ABORTAR
           END-WRITE

           DELETE CADMEST RECORD
               INVALID KEY
                   DISPLAY 'ERRO NA EXCLUSAO DO CADMEST' AS-STATUS-MS
                           ' ' MST-CHAVE
                   DISPLAY 'EXECUCAO ABORTADA - EMPRESA ' AS-CNPJ-ARQ
                           ' PARCIALMENTE ARQUIVADA'
                   PERFORM 2990-ABORTAR
           END-DELETE

           PERFORM 2940-GRAVAR-JORNAL
           .
       2400-ARQUIVAR-REGISTRO-FIM.
           EXIT.

      *******************************************************************
      *    2500-EMITIR-ARQUIVADA - FIM DOS SOCIOS DA EMPRESA ARQUIVADA: *
      *    COMPLETA E GRAVA A LINHA DO RELATORIO                        *
      *******************************************************************
       2500-EMITIR-ARQUIVADA        SECTION.

           MOVE AS-SOCIOS-ARQ        TO LINDET-ARQ-SOCIOS
           MOVE 'ARQUIVADA'          TO LINDET-ARQ-OCORR
           MOVE LINDET-ARQ           TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           MOVE 'N'                  TO AS-ARQUIVANDO
           MOVE SPACES               TO AS-CNPJ-ARQ
           .
       2500-EMITIR-ARQUIVADA-FIM.
           EXIT.

      *******************************************************************
      *    2510-MONTAR-LINHA - DADOS DA EMPRESA NA LINHA DE DETALHE     *
      *******************************************************************
       2510-MONTAR-LINHA            SECTION.

           MOVE MST-CNPJ             TO LINDET-ARQ-CNPJ
           MOVE MST-E-NOME           TO LINDET-ARQ-NOME
           MOVE MST-E-SIT            TO LINDET-ARQ-SIT
           MOVE AS-DATA-SAIDA(1:4)   TO LINDET-ARQ-SAIDA(7:4)
           MOVE AS-DATA-SAIDA(5:2)   TO LINDET-ARQ-SAIDA(4:2)
           MOVE AS-DATA-SAIDA(7:2)   TO LINDET-ARQ-SAIDA(1:2)
           MOVE '/'                  TO LINDET-ARQ-SAIDA(3:1)
           MOVE '/'                  TO LINDET-ARQ-SAIDA(6:1)
           .
       2510-MONTAR-LINHA-FIM.
           EXIT.

      *******************************************************************
      *    2940-GRAVAR-JORNAL - ACRESCENTA AO JORNAL DE AUDITORIA O     *
      *    REGISTRO MOVIDO PARA O HISTORICO, COM DATA/HORA DO MOMENTO   *
      *******************************************************************
       2940-GRAVAR-JORNAL             SECTION.

           ACCEPT AS-DATA-JRN       FROM DATE YYYYMMDD.
           ACCEPT AS-HORA-JRN       FROM TIME.

           MOVE AS-DATA-JRN          TO JRN-DATA
           MOVE AS-HORA-JRN          TO JRN-HORA
           MOVE 'X'                  TO JRN-OPER
           MOVE MST-CHAVE            TO JRN-CHAVE
           MOVE MST-DADOS            TO JRN-ANTES
           MOVE SPACES               TO JRN-DEPOIS
           MOVE AS-OPERADOR          TO JRN-OPERADOR
           MOVE SPACES               TO JRN-APROVADOR

      *    SEM O REGISTRO DO JORNAL O ARQUIVAMENTO FICARIA SEM TRILHA
      *    DE AUDITORIA: O RUN ABORTA AQUI (MESMA REGRA DO CBLZJP05)
           WRITE ARQ-JORNAL
           IF AS-STATUS-JR NOT EQUAL ZEROS
               DISPLAY 'ERRO NA GRAVACAO DO JORNAL' AS-STATUS-JR
               DISPLAY 'EXECUCAO ABORTADA - MESTRE SEM COBERTURA '
                       'DO JORNAL'
               PERFORM 2990-ABORTAR
           END-IF

           ADD 1                     TO AS-CONT-JORNAL-ARQ
           .
       2940-GRAVAR-JORNAL-FIM.
           EXIT.

      *******************************************************************
      *    2990-ABORTAR - FECHA OS ARQUIVOS E ENCERRA COM RC 16         *
      *******************************************************************
       2990-ABORTAR                   SECTION.

           CLOSE CADMEST
           CLOSE CADHIST
           CLOSE JORNAL
           CLOSE RELARQ
           CLOSE SAIIDX
           MOVE 16                   TO RETURN-CODE
           STOP RUN
           .
       2990-ABORTAR-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZACAO DO PROGRAMA                                      *
      *******************************************************************
       3000-FINALIZAR                SECTION.

      *    GRAVACAO DO RODAPE COM OS TOTAIS DE CONTROLE
           MOVE WS-CABEC-ARQ1        TO ARQ-RELARQ
           WRITE ARQ-RELARQ
           MOVE WS-RODAPE-ARQ-TIT    TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           MOVE 'TOTAL DE ENTRADAS DO JORNAL LIDAS:'
                                     TO WS-RODAPE-ARQ-LBL
           MOVE AS-CONT-JORNAL       TO WS-RODAPE-ARQ-QTD
           MOVE WS-RODAPE-ARQ        TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           MOVE 'TOTAL DE CNPJ COM DATA DE SAIDA:'
                                     TO WS-RODAPE-ARQ-LBL
           MOVE AS-CONT-SAIDAS       TO WS-RODAPE-ARQ-QTD
           MOVE WS-RODAPE-ARQ        TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           MOVE 'TOTAL DE EMPRESAS LIDAS NO MESTRE:'
                                     TO WS-RODAPE-ARQ-LBL
           MOVE AS-CONT-EMPRESAS     TO WS-RODAPE-ARQ-QTD
           MOVE WS-RODAPE-ARQ        TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           MOVE 'TOTAL DE EMPRESAS FORA DE ATIVA:'
                                     TO WS-RODAPE-ARQ-LBL
           MOVE AS-CONT-FORA-ATIVA   TO WS-RODAPE-ARQ-QTD
           MOVE WS-RODAPE-ARQ        TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           MOVE 'TOTAL SEM DATA DE SAIDA NO JORNAL:'
                                     TO WS-RODAPE-ARQ-LBL
           MOVE AS-CONT-SEM-DATA     TO WS-RODAPE-ARQ-QTD
           MOVE WS-RODAPE-ARQ        TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           MOVE 'TOTAL AINDA DENTRO DO PRAZO:'
                                     TO WS-RODAPE-ARQ-LBL
           MOVE AS-CONT-NO-PRAZO     TO WS-RODAPE-ARQ-QTD
           MOVE WS-RODAPE-ARQ        TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           MOVE 'TOTAL JA CONSTANTES DO HISTORICO:'
                                     TO WS-RODAPE-ARQ-LBL
           MOVE AS-CONT-JA-HIST      TO WS-RODAPE-ARQ-QTD
           MOVE WS-RODAPE-ARQ        TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           MOVE 'TOTAL DE EMPRESAS ARQUIVADAS:'
                                     TO WS-RODAPE-ARQ-LBL
           MOVE AS-CONT-ARQUIVADAS   TO WS-RODAPE-ARQ-QTD
           MOVE WS-RODAPE-ARQ        TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           MOVE 'TOTAL DE SOCIOS ARQUIVADOS:'
                                     TO WS-RODAPE-ARQ-LBL
           MOVE AS-CONT-SOCIOS-ARQ   TO WS-RODAPE-ARQ-QTD
           MOVE WS-RODAPE-ARQ        TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           MOVE 'TOTAL DE REGISTROS JORNALIZADOS:'
                                     TO WS-RODAPE-ARQ-LBL
           MOVE AS-CONT-JORNAL-ARQ   TO WS-RODAPE-ARQ-QTD
           MOVE WS-RODAPE-ARQ        TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           MOVE WS-CABEC-ARQ1        TO ARQ-RELARQ
           WRITE ARQ-RELARQ

           DISPLAY 'ENTRADAS DO JORNAL:      ' AS-CONT-JORNAL
           DISPLAY 'EMPRESAS NO MESTRE:      ' AS-CONT-EMPRESAS
           DISPLAY 'FORA DE ATIVA:           ' AS-CONT-FORA-ATIVA
           DISPLAY 'SEM DATA NO JORNAL:      ' AS-CONT-SEM-DATA
           DISPLAY 'DENTRO DO PRAZO:         ' AS-CONT-NO-PRAZO
           DISPLAY 'JA NO HISTORICO:         ' AS-CONT-JA-HIST
           DISPLAY 'EMPRESAS ARQUIVADAS:     ' AS-CONT-ARQUIVADAS
           DISPLAY 'SOCIOS ARQUIVADOS:       ' AS-CONT-SOCIOS-ARQ
           DISPLAY 'REGISTROS JORNALIZADOS:  ' AS-CONT-JORNAL-ARQ

           CLOSE CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO CADMEST' AS-STATUS-MS
           END-IF

           CLOSE CADHIST.
           IF AS-STATUS-HS NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO CADHIST' AS-STATUS-HS
           END-IF

           CLOSE JORNAL.
           IF AS-STATUS-JR NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO JORNAL' AS-STATUS-JR
           END-IF

           CLOSE RELARQ.
           IF AS-STATUS-RA NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO RELARQ' AS-STATUS-RA
           END-IF

           CLOSE SAIIDX.
           IF AS-STATUS-SX NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO SAIIDX' AS-STATUS-SX
           END-IF

           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZJP24.
