       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP17.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: MANUTENCAO ON-LINE DO CADASTRO MESTRE INDEXADO -
      *          CONSULTA A EMPRESA PELO CNPJ, PAGINA OS SEUS SOCIOS E
      *          INCLUI/ALTERA/EXCLUI EMPRESA OU SOCIO NA TELA, COM AS
      *          MESMAS REGRAS DO CBLZJP05 (EMPRESA CADASTRADA PARA O
      *          SOCIO, EXCLUSAO SO SEM SOCIOS, PARTICIPACAO ATE 100%
      *          E QUALIFICACAO 'A'/'C'/'P'). CADA OPERACAO APLICADA E
      *          JORNALIZADA COM A MESMA IMAGEM ANTES/DEPOIS DO BATCH,
      *          PARA A AUDITORIA E A RECONSTRUCAO (CBLZJP11). O
      *          OPERADOR SE IDENTIFICA NA ENTRADA E AS OPERACOES
      *          SENSIVEIS VAO PARA O ARQUIVO DE PENDENTES, COMO NO
      *          CBLZJP05, ATE A APROVACAO DE OUTRO OPERADOR (CBLZJP18).
      *          A EMPRESA QUE ESTA NO ARQUIVO HISTORICO (CBLZJP24) E
      *          MOSTRADA COMO ARQUIVADA E NAO PODE SER INCLUIDA NA
      *          TELA: ELA VOLTA PELA RESTAURACAO DO CBLZJP05
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *******************************************************************
      *    DEFINICAO DOS ARQUIVOS                                       *
      *******************************************************************
       SELECT OPTIONAL CADMEST ASSIGN TO DYNAMIC AS-CAMINHO-CADMEST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MST-CHAVE
       ALTERNATE RECORD KEY IS MST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-MS.

      *    ARQUIVO HISTORICO DAS EMPRESAS ARQUIVADAS - SO CONSULTA
       SELECT OPTIONAL CADHIST ASSIGN TO DYNAMIC AS-CAMINHO-CADHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HST-CHAVE
       ALTERNATE RECORD KEY IS HST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-HS.

       SELECT OPTIONAL JORNAL ASSIGN TO DYNAMIC AS-CAMINHO-JORNAL
       FILE STATUS IS AS-STATUS-JR.

       SELECT OPTIONAL PENDENT ASSIGN TO DYNAMIC AS-CAMINHO-PENDENT
       FILE STATUS IS AS-STATUS-PD.

       DATA DIVISION.
       FILE SECTION.

      *******************************************************************
      *    DEFINICAO DO CADASTRO MESTRE INDEXADO (MESMO LAYOUT DO       *
      *    CBLZJP05)                                                    *
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
      *    DEFINICAO DO ARQUIVO HISTORICO DO MESTRE (MESMO LAYOUT DO    *
      *    CBLZJP24)                                                    *
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
      *    DEFINICAO DO JORNAL DE AUDITORIA DO MESTRE (MESMO LAYOUT DO  *
      *    CBLZJP05) - AS OPERACOES DA TELA ENTRAM NA MESMA TRILHA DO   *
      *    MOVIMENTO BATCH                                              *
      *******************************************************************
       FD  JORNAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-JORNAL                  PIC X(220).
       01  FILLER REDEFINES ARQ-JORNAL.
           05 JRN-DATA                 PIC X(008).
           05 JRN-HORA                 PIC X(006).
           05 JRN-OPER                 PIC X(001).
           05 JRN-CHAVE.
               10 JRN-CNPJ             PIC X(014).
               10 JRN-TIPO             PIC X(001).
               10 JRN-DOC-SOCIO        PIC X(014).
           05 JRN-ANTES                PIC X(080).
           05 JRN-DEPOIS               PIC X(080).
           05 JRN-OPERADOR             PIC X(008).
           05 JRN-APROVADOR            PIC X(008).

      *******************************************************************
      *    DEFINICAO DO ARQUIVO DE PENDENTES DE APROVACAO (MESMO        *
      *    LAYOUT DO CBLZJP05)                                          *
      *******************************************************************
       FD  PENDENT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-PENDENT                 PIC X(180).
       01  FILLER REDEFINES ARQ-PENDENT.
           05 PND-SITUACAO             PIC X(001).
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
       01  AS-CAMINHO-PENDENT      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\PENDENT.txt'.

       01  AS-STATUS-MS            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-HS            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-JR            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-PD            PIC 9(002) VALUE ZEROS.
       01  AS-TEM-SOCIOS           PIC X(001) VALUE 'N'.

      *******************************************************************
      *    TRANSACAO MONTADA A PARTIR DA TELA - MESMO LAYOUT DO         *
      *    MOVIMENTO DIARIO DO CBLZJP05, PARA QUE AS REGRAS DE CADASTRO *
      *    SEJAM AS MESMAS DO BATCH                                     *
      *******************************************************************
       01  AS-TRANSAC                  PIC X(104) VALUE SPACES.
       01  FILLER REDEFINES AS-TRANSAC.
           05 TRN-OPER                 PIC X(001).
               88 TRN-OPER-INCLUSAO        VALUE 'I'.
               88 TRN-OPER-ALTERACAO       VALUE 'A'.
               88 TRN-OPER-EXCLUSAO        VALUE 'E'.
           05 TRN-TIPO                 PIC X(001).
               88 TRN-TIPO-EMPRESA         VALUE 'E'.
               88 TRN-TIPO-SOCIO           VALUE 'S'.
           05 TRN-CNPJ                 PIC X(014).
           05 TRN-DADOS                PIC X(080).
           05 TRN-DADOS-EMP REDEFINES TRN-DADOS.
               10 TRN-E-SIT            PIC X(006).
               10 TRN-E-NOME           PIC X(059).
               10 TRN-E-STATUS         PIC X(005).
               10 TRN-E-DATA-ABERT     PIC X(010).
           05 TRN-DADOS-SOC REDEFINES TRN-DADOS.
               10 TRN-S-DOC            PIC X(014).
               10 TRN-S-NOME           PIC X(036).
               10 TRN-S-STATUS         PIC X(005).
               10 TRN-S-TIPO-PESSOA    PIC X(001).
               10 TRN-S-PERC-PART      PIC 9(003)V9(002).
               10 TRN-S-PERC-PART-X REDEFINES TRN-S-PERC-PART
                                       PIC X(005).
               10 TRN-S-QUALIF         PIC X(001).
                   88 TRN-S-QUALIF-VALIDA  VALUE 'A' 'C' 'P'.
               10 FILLER               PIC X(018).
           05 TRN-OPERADOR             PIC X(008).

      *******************************************************************
      *    CAMPOS DIGITADOS NA TELA                                     *
      *******************************************************************
       01  AS-TELA-OPERADOR        PIC X(008) VALUE SPACES.
       01  AS-TELA-CNPJ            PIC X(014) VALUE SPACES.
       01  AS-TELA-DOC             PIC X(014) VALUE SPACES.
       01  AS-TELA-CAMPO           PIC X(059) VALUE SPACES.
       01  AS-TELA-RESPOSTA        PIC X(001) VALUE SPACES.
       01  AS-TELA-OPCAO           PIC X(002) VALUE SPACES.
           88 AS-OPCAO-PAGINAR         VALUE 'P '.
           88 AS-OPCAO-NOVO-CNPJ       VALUE 'N '.
           88 AS-OPCAO-MANUTENCAO      VALUE 'IE' 'AE' 'EE'
                                             'IS' 'AS' 'ES'.

       01  AS-FIM-TELA             PIC X(001) VALUE 'N'.
       01  AS-FIM-EMPRESA          PIC X(001) VALUE 'N'.
       01  AS-FIM-PAGINACAO        PIC X(001) VALUE 'N'.
       01  AS-EMP-EXISTE           PIC X(001) VALUE 'N'.
       01  AS-EMP-ARQUIVADA        PIC X(001) VALUE 'N'.
       01  AS-DATA-ARQ-ED          PIC X(010) VALUE SPACES.
       01  AS-DADOS-OK             PIC X(001) VALUE 'N'.

      *******************************************************************
      *    PAGINACAO DOS SOCIOS - QUANTIDADE DE LINHAS POR PAGINA       *
      *******************************************************************
       01  AS-LINHAS-PAGINA        PIC 9(003) VALUE 15.
       01  AS-CONT-LINHA           PIC 9(003) VALUE ZEROS.
       01  AS-CONT-SOCIOS-EMP      PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    SOMA DAS PARTICIPACOES DOS SOCIOS DA EMPRESA NO MESTRE       *
      *    (EXCLUINDO O SOCIO DA TRANSACAO CORRENTE) - A SOMA MAIS A    *
      *    PARTICIPACAO QUE ENTRA NAO PODE PASSAR DE 100%               *
      *******************************************************************
       01  AS-SOMA-PERC            PIC 9(005)V9(002) VALUE ZEROS.
       01  AS-FIM-SOMA             PIC X(001) VALUE 'N'.
       01  AS-MOTIVO-REJEICAO      PIC X(035) VALUE SPACES.

      *******************************************************************
      *    VARIAVEIS DO JORNAL DE AUDITORIA - AS IMAGENS DO REGISTRO    *
      *    ANTES E DEPOIS DA OPERACAO (SPACES QUANDO O LADO NAO         *
      *    EXISTE: ANTES NA INCLUSAO, DEPOIS NA EXCLUSAO)               *
      *******************************************************************
       01  AS-IMAGEM-ANTES         PIC X(080) VALUE SPACES.
       01  AS-IMAGEM-DEPOIS        PIC X(080) VALUE SPACES.
       01  AS-DATA-JRN             PIC X(008) VALUE ZEROS.
       01  AS-HORA-JRN             PIC X(006) VALUE ZEROS.

      *******************************************************************
      *    VARIAVEIS DA APROVACAO EM DUAS ETAPAS (MESMAS REGRAS DO      *
      *    CBLZJP05) - NA TELA O APROVADOR E SEMPRE SPACES: O QUE PEDE  *
      *    APROVACAO VAI PARA O PENDENTE E NAO E APLICADO AQUI          *
      *******************************************************************
       01  AS-SENSIVEL             PIC X(001) VALUE 'N'.
       01  AS-MOTIVO-SENSIVEL      PIC X(035) VALUE SPACES.
       01  AS-APROVADOR            PIC X(008) VALUE SPACES.
       01  AS-VARIACAO-PERC        PIC S9(003)V9(002) VALUE ZEROS.

       01  AS-LIMITE-PONTOS-TX     PIC X(005) VALUE '01000'.
       01  AS-LIMITE-PONTOS-NUM REDEFINES AS-LIMITE-PONTOS-TX
                                   PIC 9(003)V9(002).
       01  AS-LIMITE-PONTOS        PIC 9(003)V9(002) VALUE 10.

      *******************************************************************
      *    CONTADORES DA SESSAO                                         *
      *******************************************************************
       01  AS-CONT-APLICADAS       PIC 9(007) VALUE ZEROS.
       01  AS-CONT-REJEITADAS      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-JORNAL          PIC 9(007) VALUE ZEROS.
       01  AS-CONT-PEND-GRAVADOS   PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    DEFINICAO DAS LINHAS DA TELA                                 *
      *******************************************************************
       01  WS-CABEC-TEL1           PIC X(079) VALUE ALL '='.

       01  WS-CABEC-TEL2.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-TEL2-PGM    PIC X(008) VALUE 'CBLZJP17'.
           05 FILLER               PIC X(010) VALUE SPACES.
           05 WS-CABEC-TEL2-DES    PIC X(036)
              VALUE 'MANUTENCAO ON-LINE DO MESTRE'.
           05 FILLER               PIC X(024) VALUE SPACES.

       01  LINDET-TEL-EMPRESA.
           05 FILLER               PIC X(010) VALUE 'EMPRESA:  '.
           05 LINDET-TEL-EMP-CNPJ  PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-TEL-EMP-SIT   PIC X(006) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-TEL-EMP-STAT  PIC X(005) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-TEL-EMP-ABER  PIC X(010) VALUE SPACES.

       01  LINDET-TEL-EMP-NOME.
           05 FILLER               PIC X(010) VALUE 'NOME:     '.
           05 LINDET-TEL-EMP-NOM   PIC X(059) VALUE SPACES.

       01  LINDET-TEL-SOCIO.
           05 LINDET-TEL-SOC-SEQ   PIC ZZZ9.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-TEL-SOC-DOC   PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TEL-SOC-TIPO  PIC X(001) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TEL-SOC-NOME  PIC X(036) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TEL-SOC-STAT  PIC X(005) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TEL-SOC-PERC  PIC ZZ9.99.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TEL-SOC-QUAL  PIC X(001) VALUE SPACES.

      *******************************************************************
      *    CRIACAO E DECLARACAO DOS PERFORMS                            *
      *******************************************************************

       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.

           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR
              UNTIL AS-FIM-TELA = 'S'.
           PERFORM 3000-FINALIZAR.

       0000-PRINCIPAL-FIM.
           EXIT.
      *******************************************************************
      *    INICIALIZACAO DO PROGRAMA                                    *
      *******************************************************************
       1000-INICIALIZAR             SECTION.

      *    CARGA DOS CAMINHOS DE ARQUIVO (PARAMETRIZAVEIS POR AMBIENTE)
           PERFORM 1005-CARREGAR-CAMINHOS

      *    PARAMETRO: LIMITE DE VARIACAO DA PARTICIPACAO (999V99)
           ACCEPT AS-LIMITE-PONTOS-TX FROM ENVIRONMENT
                  'CBLZJP17_LIMITE_PONTOS'
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

      *    O MESTRE E OPTIONAL, COMO NO CBLZJP05: SEM ARQUIVO A PRIMEIRA
      *    INCLUSAO DA TELA CRIA O CADASTRO
           OPEN I-O CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO CADMEST' AS-STATUS-MS
               DISPLAY 'EXECUCAO ABORTADA - MESTRE INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CADHIST.
           IF AS-STATUS-HS NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO CADHIST' AS-STATUS-HS
               DISPLAY 'EXECUCAO ABORTADA - HISTORICO INDISPONIVEL'
               CLOSE CADMEST
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

      *    SEM O JORNAL NAO HA TRILHA DE AUDITORIA: A TELA NAO ABRE
           OPEN EXTEND JORNAL.
           IF AS-STATUS-JR NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO JORNAL' AS-STATUS-JR
               DISPLAY 'EXECUCAO ABORTADA - JORNAL INDISPONIVEL'
               CLOSE CADMEST
               CLOSE CADHIST
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND PENDENT.
           IF AS-STATUS-PD NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO PENDENT' AS-STATUS-PD
               DISPLAY 'EXECUCAO ABORTADA - PENDENTES INDISPONIVEIS'
               CLOSE CADMEST
               CLOSE CADHIST
               CLOSE JORNAL
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY WS-CABEC-TEL1
           DISPLAY WS-CABEC-TEL2
           DISPLAY WS-CABEC-TEL1

      *    TODA OPERACAO DA SESSAO LEVA O OPERADOR PARA O JORNAL E PARA
      *    A SEGREGACAO DA APROVACAO: SEM IDENTIFICACAO NAO HA SESSAO
           DISPLAY 'OPERADOR: ' WITH NO ADVANCING
           ACCEPT AS-TELA-OPERADOR
           IF AS-TELA-OPERADOR EQUAL SPACES
               DISPLAY 'OPERADOR NAO INFORMADO - SESSAO ENCERRADA'
               MOVE 'S'              TO AS-FIM-TELA
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
                  'CBLZJP17_CADMEST'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CADHIST FROM ENVIRONMENT
                  'CBLZJP17_CADHIST'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-JORNAL FROM ENVIRONMENT
                  'CBLZJP17_JORNAL'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-PENDENT FROM ENVIRONMENT
                  'CBLZJP17_PENDENT'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
           .
       1005-CARREGAR-CAMINHOS-FIM.
           EXIT.

      *******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA - 2000-PROCESSAR                  *
      *    PEDE O CNPJ DA EMPRESA E ATENDE AS OPCOES SOBRE ELA ATE O    *
      *    OPERADOR PEDIR OUTRO CNPJ (CNPJ EM BRANCO ENCERRA A SESSAO)  *
      *******************************************************************
       2000-PROCESSAR                 SECTION.

           DISPLAY ' '
           DISPLAY 'CNPJ DA EMPRESA (EM BRANCO ENCERRA): '
                   WITH NO ADVANCING
           MOVE SPACES               TO AS-TELA-CNPJ
           ACCEPT AS-TELA-CNPJ

           IF AS-TELA-CNPJ EQUAL SPACES
               MOVE 'S'              TO AS-FIM-TELA
           ELSE
               IF AS-TELA-CNPJ IS NOT NUMERIC
                   DISPLAY 'CNPJ INVALIDO - INFORME OS 14 DIGITOS'
               ELSE
                   MOVE 'N'          TO AS-FIM-EMPRESA
                   PERFORM 2100-EXIBIR-EMPRESA
                   PERFORM 2150-ATENDER-OPCAO
                      UNTIL AS-FIM-EMPRESA EQUAL 'S'
               END-IF
           END-IF
           .
       2000-PROCESSAR-FIM.
           EXIT.

      *******************************************************************
      *    2100-EXIBIR-EMPRESA - LE E MOSTRA O REGISTRO 'E' DO CNPJ      *
      *******************************************************************
       2100-EXIBIR-EMPRESA            SECTION.

           MOVE AS-TELA-CNPJ         TO MST-CNPJ
           MOVE 'E'                  TO MST-TIPO
           MOVE ALL '0'              TO MST-DOC-SOCIO

           DISPLAY WS-CABEC-TEL1
           MOVE 'N'                  TO AS-EMP-ARQUIVADA
           READ CADMEST
               INVALID KEY
                   MOVE 'N'          TO AS-EMP-EXISTE
                   DISPLAY 'EMPRESA NAO CADASTRADA NO MESTRE: '
                           AS-TELA-CNPJ
                   PERFORM 2110-CHECAR-ARQUIVADA
               NOT INVALID KEY
                   MOVE 'S'          TO AS-EMP-EXISTE
                   MOVE MST-CNPJ         TO LINDET-TEL-EMP-CNPJ
                   MOVE MST-E-SIT        TO LINDET-TEL-EMP-SIT
                   MOVE MST-E-STATUS     TO LINDET-TEL-EMP-STAT
                   MOVE MST-E-DATA-ABERT TO LINDET-TEL-EMP-ABER
                   MOVE MST-E-NOME       TO LINDET-TEL-EMP-NOM
                   DISPLAY LINDET-TEL-EMPRESA
                   DISPLAY LINDET-TEL-EMP-NOME
           END-READ
           DISPLAY WS-CABEC-TEL1
           .
       2100-EXIBIR-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2110-CHECAR-ARQUIVADA - EMPRESA FORA DO MESTRE QUE ESTA NO   *
      *    ARQUIVO HISTORICO: AVISA O OPERADOR E BLOQUEIA A INCLUSAO    *
      *******************************************************************
       2110-CHECAR-ARQUIVADA          SECTION.

           MOVE AS-TELA-CNPJ         TO HST-CNPJ
           MOVE 'E'                  TO HST-TIPO
           MOVE ALL '0'              TO HST-DOC-SOCIO

           READ CADHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'          TO AS-EMP-ARQUIVADA
                   MOVE HST-DATA-ARQ(7:2) TO AS-DATA-ARQ-ED(1:2)
                   MOVE '/'              TO AS-DATA-ARQ-ED(3:1)
                   MOVE HST-DATA-ARQ(5:2) TO AS-DATA-ARQ-ED(4:2)
                   MOVE '/'              TO AS-DATA-ARQ-ED(6:1)
                   MOVE HST-DATA-ARQ(1:4) TO AS-DATA-ARQ-ED(7:4)
                   DISPLAY 'EMPRESA ARQUIVADA NO HISTORICO EM '
                           AS-DATA-ARQ-ED
                   DISPLAY 'A INCLUSAO E BLOQUEADA - A EMPRESA VOLTA '
                           'PELA RESTAURACAO (CBLZJP05)'
           END-READ
           .
       2110-CHECAR-ARQUIVADA-FIM.
           EXIT.

      *******************************************************************
      *    2150-ATENDER-OPCAO - MENU DE OPCOES SOBRE A EMPRESA CORRENTE *
      *    A OPCAO DE MANUTENCAO E A OPERACAO + O TIPO DO REGISTRO, COMO *
      *    NO MOVIMENTO (EX: 'IS' = INCLUSAO DE SOCIO)                   *
      *******************************************************************
       2150-ATENDER-OPCAO             SECTION.

           DISPLAY 'P =SOCIOS  IE/AE/EE=EMPRESA  IS/AS/ES=SOCIO  '
                   'N =OUTRO CNPJ'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES               TO AS-TELA-OPCAO
           ACCEPT AS-TELA-OPCAO

           IF AS-OPCAO-NOVO-CNPJ
               MOVE 'S'              TO AS-FIM-EMPRESA
           ELSE
               IF AS-OPCAO-PAGINAR
                   PERFORM 2200-PAGINAR-SOCIOS
               ELSE
                   IF AS-OPCAO-MANUTENCAO
                       PERFORM 2240-MANTER-REGISTRO
                   ELSE
                       DISPLAY 'OPCAO INVALIDA'
                   END-IF
               END-IF
           END-IF
           .
       2150-ATENDER-OPCAO-FIM.
           EXIT.

      *******************************************************************
      *    2200-PAGINAR-SOCIOS - POSICIONA NO PRIMEIRO 'S' DO CNPJ E    *
      *    MOSTRA OS SOCIOS DA EMPRESA UMA PAGINA POR VEZ               *
      *******************************************************************
       2200-PAGINAR-SOCIOS            SECTION.

           MOVE 'N'                  TO AS-FIM-PAGINACAO
           MOVE ZEROS                TO AS-CONT-SOCIOS-EMP

           MOVE AS-TELA-CNPJ         TO MST-CNPJ
           MOVE 'S'                  TO MST-TIPO
           MOVE ALL '0'              TO MST-DOC-SOCIO

           START CADMEST KEY NOT LESS MST-CHAVE
               INVALID KEY
                   MOVE 'S'          TO AS-FIM-PAGINACAO
           END-START

           PERFORM 2210-EXIBIR-PAGINA
               UNTIL AS-FIM-PAGINACAO EQUAL 'S'

           DISPLAY 'SOCIOS LISTADOS: ' AS-CONT-SOCIOS-EMP
           .
       2200-PAGINAR-SOCIOS-FIM.
           EXIT.

      *******************************************************************
      *    2210-EXIBIR-PAGINA - UMA PAGINA DE SOCIOS; ENTER SEGUE PARA  *
      *    A PROXIMA, 'F' ENCERRA A PAGINACAO                           *
      *******************************************************************
       2210-EXIBIR-PAGINA             SECTION.

           MOVE ZEROS                TO AS-CONT-LINHA

           PERFORM 2220-EXIBIR-UM-SOCIO
               UNTIL AS-CONT-LINHA EQUAL AS-LINHAS-PAGINA
                  OR AS-FIM-PAGINACAO EQUAL 'S'

           IF AS-FIM-PAGINACAO NOT EQUAL 'S'
               DISPLAY 'ENTER = PROXIMA PAGINA   F = ENCERRA: '
                       WITH NO ADVANCING
               MOVE SPACES           TO AS-TELA-RESPOSTA
               ACCEPT AS-TELA-RESPOSTA
               IF AS-TELA-RESPOSTA EQUAL 'F' OR 'f'
                   MOVE 'S'          TO AS-FIM-PAGINACAO
               END-IF
           END-IF
           .
       2210-EXIBIR-PAGINA-FIM.
           EXIT.

      *******************************************************************
      *    2220-EXIBIR-UM-SOCIO - LE O PROXIMO REGISTRO; PARA NA MUDANCA *
      *    DE CNPJ OU DE TIPO                                            *
      *******************************************************************
       2220-EXIBIR-UM-SOCIO           SECTION.

           READ CADMEST NEXT
               AT END
                   MOVE 'S'          TO AS-FIM-PAGINACAO
               NOT AT END
                   IF MST-CNPJ NOT EQUAL AS-TELA-CNPJ
                      OR MST-TIPO NOT EQUAL 'S'
                       MOVE 'S'      TO AS-FIM-PAGINACAO
                   ELSE
                       ADD 1             TO AS-CONT-LINHA
                       ADD 1             TO AS-CONT-SOCIOS-EMP
                       MOVE AS-CONT-SOCIOS-EMP TO LINDET-TEL-SOC-SEQ
                       MOVE MST-DOC-SOCIO     TO LINDET-TEL-SOC-DOC
                       MOVE MST-S-TIPO-PESSOA TO LINDET-TEL-SOC-TIPO
                       MOVE MST-S-NOME        TO LINDET-TEL-SOC-NOME
                       MOVE MST-S-STATUS      TO LINDET-TEL-SOC-STAT
                       IF MST-S-PERC-PART IS NUMERIC
                           MOVE MST-S-PERC-PART TO LINDET-TEL-SOC-PERC
                       ELSE
                           MOVE ZEROS        TO LINDET-TEL-SOC-PERC
                       END-IF
                       MOVE MST-S-QUALIF      TO LINDET-TEL-SOC-QUAL
                       DISPLAY LINDET-TEL-SOCIO
                   END-IF
           END-READ
           .
       2220-EXIBIR-UM-SOCIO-FIM.
           EXIT.

      *******************************************************************
      *    2240-MANTER-REGISTRO - MONTA A TRANSACAO COM OS DADOS        *
      *    DIGITADOS, PEDE CONFIRMACAO E APLICA NO MESTRE COM AS MESMAS *
      *    REGRAS DO CBLZJP05                                           *
      *******************************************************************
       2240-MANTER-REGISTRO           SECTION.

           MOVE SPACES               TO AS-TRANSAC
           MOVE AS-TELA-OPCAO(1:1)   TO TRN-OPER
           MOVE AS-TELA-OPCAO(2:1)   TO TRN-TIPO
           MOVE AS-TELA-CNPJ         TO TRN-CNPJ
           MOVE AS-TELA-OPERADOR     TO TRN-OPERADOR
           MOVE 'S'                  TO AS-DADOS-OK

           IF AS-EMP-ARQUIVADA EQUAL 'S' AND TRN-OPER-INCLUSAO
               DISPLAY 'EMPRESA NO ARQUIVO HISTORICO - INCLUSAO '
                       'BLOQUEADA'
               MOVE 'N'              TO AS-DADOS-OK
           ELSE
               IF TRN-TIPO-EMPRESA
                   PERFORM 2250-DIGITAR-EMPRESA
               ELSE
                   PERFORM 2260-DIGITAR-SOCIO
               END-IF
           END-IF

           IF AS-DADOS-OK EQUAL 'S'
               DISPLAY 'CONFIRMA A OPERACAO (S/N): ' WITH NO ADVANCING
               MOVE SPACES           TO AS-TELA-RESPOSTA
               ACCEPT AS-TELA-RESPOSTA
               IF AS-TELA-RESPOSTA EQUAL 'S' OR 's'
                   MOVE SPACES       TO AS-MOTIVO-REJEICAO
                   PERFORM 2200-CHECAR-SENSIVEL
                   IF AS-SENSIVEL EQUAL 'S'
                       PERFORM 2950-GRAVAR-PENDENTE
                   ELSE
                       PERFORM 2300-APLICAR-TRANSACAO
                       PERFORM 2900-EXIBIR-RESULTADO
                   END-IF
                   PERFORM 2100-EXIBIR-EMPRESA
               ELSE
                   DISPLAY 'OPERACAO CANCELADA'
               END-IF
           END-IF
           .
       2240-MANTER-REGISTRO-FIM.
           EXIT.

      *******************************************************************
      *    2250-DIGITAR-EMPRESA - DADOS DA EMPRESA. NA ALTERACAO PARTE  *
      *    DO REGISTRO ATUAL E CAMPO EM BRANCO MANTEM O VALOR; NA       *
      *    EXCLUSAO NAO HA DADOS A DIGITAR                              *
      *******************************************************************
       2250-DIGITAR-EMPRESA           SECTION.

           IF TRN-OPER-ALTERACAO
               IF AS-EMP-EXISTE NOT EQUAL 'S'
                   DISPLAY 'REGISTRO NAO CADASTRADO NO MESTRE'
                   MOVE 'N'          TO AS-DADOS-OK
               ELSE
                   MOVE AS-TELA-CNPJ TO MST-CNPJ
                   MOVE 'E'          TO MST-TIPO
                   MOVE ALL '0'      TO MST-DOC-SOCIO
                   READ CADMEST
                       INVALID KEY
                           MOVE 'N'  TO AS-DADOS-OK
                       NOT INVALID KEY
                           MOVE MST-DADOS TO TRN-DADOS
                   END-READ
               END-IF
           END-IF

           IF AS-DADOS-OK EQUAL 'S'
              AND NOT TRN-OPER-EXCLUSAO
               DISPLAY 'SITUACAO    [' TRN-E-SIT '] : '
                       WITH NO ADVANCING
               MOVE SPACES           TO AS-TELA-CAMPO
               ACCEPT AS-TELA-CAMPO
               IF AS-TELA-CAMPO NOT EQUAL SPACES
                   MOVE AS-TELA-CAMPO    TO TRN-E-SIT
               END-IF

               DISPLAY 'NOME        [' TRN-E-NOME '] : '
                       WITH NO ADVANCING
               MOVE SPACES           TO AS-TELA-CAMPO
               ACCEPT AS-TELA-CAMPO
               IF AS-TELA-CAMPO NOT EQUAL SPACES
                   MOVE AS-TELA-CAMPO    TO TRN-E-NOME
               END-IF

               DISPLAY 'STATUS      [' TRN-E-STATUS '] : '
                       WITH NO ADVANCING
               MOVE SPACES           TO AS-TELA-CAMPO
               ACCEPT AS-TELA-CAMPO
               IF AS-TELA-CAMPO NOT EQUAL SPACES
                   MOVE AS-TELA-CAMPO    TO TRN-E-STATUS
               END-IF

               DISPLAY 'ABERTURA DD/MM/AAAA [' TRN-E-DATA-ABERT '] : '
                       WITH NO ADVANCING
               MOVE SPACES           TO AS-TELA-CAMPO
               ACCEPT AS-TELA-CAMPO
               IF AS-TELA-CAMPO NOT EQUAL SPACES
                   MOVE AS-TELA-CAMPO    TO TRN-E-DATA-ABERT
               END-IF
           END-IF
           .
       2250-DIGITAR-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2260-DIGITAR-SOCIO - DOCUMENTO E DADOS DO SOCIO. NA          *
      *    ALTERACAO PARTE DO REGISTRO ATUAL E CAMPO EM BRANCO MANTEM O *
      *    VALOR; A PARTICIPACAO E DIGITADA SEM VIRGULA (02550=25,50%)  *
      *******************************************************************
       2260-DIGITAR-SOCIO             SECTION.

           DISPLAY 'DOC SOCIO (CPF/CNPJ 14 DIGITOS): '
                   WITH NO ADVANCING
           MOVE SPACES               TO AS-TELA-DOC
           ACCEPT AS-TELA-DOC

           IF AS-TELA-DOC IS NOT NUMERIC
               DISPLAY 'DOCUMENTO INVALIDO - INFORME OS 14 DIGITOS'
               MOVE 'N'              TO AS-DADOS-OK
           ELSE
               MOVE AS-TELA-DOC      TO TRN-S-DOC
           END-IF

           IF AS-DADOS-OK EQUAL 'S'
              AND TRN-OPER-ALTERACAO
               MOVE AS-TELA-CNPJ     TO MST-CNPJ
               MOVE 'S'              TO MST-TIPO
               MOVE AS-TELA-DOC      TO MST-DOC-SOCIO
               READ CADMEST
                   INVALID KEY
                       DISPLAY 'REGISTRO NAO CADASTRADO NO MESTRE'
                       MOVE 'N'      TO AS-DADOS-OK
                   NOT INVALID KEY
                       MOVE MST-S-NOME        TO TRN-S-NOME
                       MOVE MST-S-STATUS      TO TRN-S-STATUS
                       MOVE MST-S-TIPO-PESSOA TO TRN-S-TIPO-PESSOA
                       MOVE MST-S-PERC-PART   TO TRN-S-PERC-PART
                       MOVE MST-S-QUALIF      TO TRN-S-QUALIF
               END-READ
           END-IF

           IF AS-DADOS-OK EQUAL 'S'
              AND NOT TRN-OPER-EXCLUSAO
               DISPLAY 'NOME        [' TRN-S-NOME '] : '
                       WITH NO ADVANCING
               MOVE SPACES           TO AS-TELA-CAMPO
               ACCEPT AS-TELA-CAMPO
               IF AS-TELA-CAMPO NOT EQUAL SPACES
                   MOVE AS-TELA-CAMPO    TO TRN-S-NOME
               END-IF

               DISPLAY 'STATUS      [' TRN-S-STATUS '] : '
                       WITH NO ADVANCING
               MOVE SPACES           TO AS-TELA-CAMPO
               ACCEPT AS-TELA-CAMPO
               IF AS-TELA-CAMPO NOT EQUAL SPACES
                   MOVE AS-TELA-CAMPO    TO TRN-S-STATUS
               END-IF

               DISPLAY 'PESSOA F/J  [' TRN-S-TIPO-PESSOA '] : '
                       WITH NO ADVANCING
               MOVE SPACES           TO AS-TELA-CAMPO
               ACCEPT AS-TELA-CAMPO
               IF AS-TELA-CAMPO NOT EQUAL SPACES
                   MOVE AS-TELA-CAMPO    TO TRN-S-TIPO-PESSOA
               END-IF

               DISPLAY 'PARTICIPACAO 999V99 [' TRN-S-PERC-PART-X '] : '
                       WITH NO ADVANCING
               MOVE SPACES           TO AS-TELA-CAMPO
               ACCEPT AS-TELA-CAMPO
               IF AS-TELA-CAMPO NOT EQUAL SPACES
                   MOVE AS-TELA-CAMPO    TO TRN-S-PERC-PART-X
               END-IF

               DISPLAY 'QUALIF A/C/P [' TRN-S-QUALIF '] : '
                       WITH NO ADVANCING
               MOVE SPACES           TO AS-TELA-CAMPO
               ACCEPT AS-TELA-CAMPO
               IF AS-TELA-CAMPO NOT EQUAL SPACES
                   MOVE AS-TELA-CAMPO    TO TRN-S-QUALIF
               END-IF
           END-IF
           .
       2260-DIGITAR-SOCIO-FIM.
           EXIT.

      *******************************************************************
      *    2200-CHECAR-SENSIVEL - OPERACAO QUE PEDE APROVACAO DE UM     *
      *    SEGUNDO OPERADOR (MESMA REGRA DO CBLZJP05): EXCLUSAO DE      *
      *    EMPRESA, ALTERACAO QUE TIRA A EMPRESA DA SITUACAO ATIVA E    *
      *    ALTERACAO/EXCLUSAO DE SOCIO QUE MEXE NA PARTICIPACAO MAIS    *
      *    QUE O LIMITE DE PONTOS                                       *
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
      *    EMPRESA ESTA ATIVA NO MESTRE                                 *
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
      *    A OPERACAO PEDIDA, CRITICANDO AS REGRAS DE CADASTRO           *
      *    (MESMA LOGICA DO CBLZJP05)                                    *
      *******************************************************************
       2300-APLICAR-TRANSACAO         SECTION.

      *    AS REGRAS DE PARTICIPACAO/QUALIFICACAO SAO CRITICADAS ANTES
      *    DA MONTAGEM DA CHAVE, POIS A SOMA DAS PARTICIPACOES VARRE
      *    OS SOCIOS DA EMPRESA E SOBREPOE O BUFFER DO MESTRE
           IF TRN-TIPO-SOCIO
              AND (TRN-OPER-INCLUSAO OR TRN-OPER-ALTERACAO)
               PERFORM 2365-CRITICAR-SOCIO
           END-IF

           IF AS-MOTIVO-REJEICAO EQUAL SPACES
               MOVE TRN-CNPJ             TO MST-CNPJ
               MOVE TRN-TIPO             TO MST-TIPO
               IF TRN-TIPO-SOCIO
                   MOVE TRN-S-DOC        TO MST-DOC-SOCIO
               ELSE
                   MOVE ALL '0'          TO MST-DOC-SOCIO
               END-IF

               IF TRN-OPER-INCLUSAO
                   PERFORM 2310-INCLUIR-REGISTRO
               ELSE
                   IF TRN-OPER-ALTERACAO
                       PERFORM 2320-ALTERAR-REGISTRO
                   ELSE
                       PERFORM 2330-EXCLUIR-REGISTRO
                   END-IF
               END-IF
           END-IF
           .
       2300-APLICAR-TRANSACAO-FIM.
           EXIT.

      *******************************************************************
      *    2310-INCLUIR-REGISTRO - INCLUSAO NO MESTRE                    *
      *    SOCIO SO ENTRA COM A EMPRESA JA CADASTRADA                    *
      *******************************************************************
       2310-INCLUIR-REGISTRO          SECTION.

           IF TRN-TIPO-SOCIO
               PERFORM 2350-CHECAR-EMPRESA
           END-IF

           IF AS-MOTIVO-REJEICAO EQUAL SPACES
               MOVE TRN-CNPJ         TO MST-CNPJ
               MOVE TRN-TIPO         TO MST-TIPO
               IF TRN-TIPO-SOCIO
                   MOVE TRN-S-DOC    TO MST-DOC-SOCIO
                   MOVE SPACES       TO MST-DADOS
                   MOVE TRN-S-NOME   TO MST-S-NOME
                   MOVE TRN-S-STATUS TO MST-S-STATUS
                   MOVE TRN-S-TIPO-PESSOA TO MST-S-TIPO-PESSOA
                   MOVE TRN-S-PERC-PART   TO MST-S-PERC-PART
                   MOVE TRN-S-QUALIF      TO MST-S-QUALIF
               ELSE
                   MOVE ALL '0'      TO MST-DOC-SOCIO
                   MOVE TRN-DADOS    TO MST-DADOS
               END-IF
               WRITE REG-CADMEST
                   INVALID KEY
                       MOVE 'REGISTRO JA CADASTRADO NO MESTRE'
                                     TO AS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       MOVE SPACES      TO AS-IMAGEM-ANTES
                       MOVE MST-DADOS   TO AS-IMAGEM-DEPOIS
                       PERFORM 2940-GRAVAR-JORNAL
               END-WRITE
           END-IF
           .
       2310-INCLUIR-REGISTRO-FIM.
           EXIT.

      *******************************************************************
      *    2320-ALTERAR-REGISTRO - ALTERACAO NO MESTRE                   *
      *******************************************************************
       2320-ALTERAR-REGISTRO          SECTION.

           READ CADMEST
               INVALID KEY
                   MOVE 'REGISTRO NAO CADASTRADO NO MESTRE'
                                     TO AS-MOTIVO-REJEICAO
               NOT INVALID KEY
      *            A IMAGEM ANTERIOR E CAPTURADA ANTES DA SOBREPOSICAO,
      *            PARA O JORNAL PROVAR O QUE O REGISTRO CONTINHA
                   MOVE MST-DADOS         TO AS-IMAGEM-ANTES
                   IF TRN-TIPO-SOCIO
                       MOVE TRN-S-NOME    TO MST-S-NOME
                       MOVE TRN-S-STATUS  TO MST-S-STATUS
                       MOVE TRN-S-TIPO-PESSOA TO MST-S-TIPO-PESSOA
                       MOVE TRN-S-PERC-PART   TO MST-S-PERC-PART
                       MOVE TRN-S-QUALIF      TO MST-S-QUALIF
                   ELSE
                       MOVE TRN-DADOS     TO MST-DADOS
                   END-IF
                   REWRITE REG-CADMEST
                       INVALID KEY
                           MOVE 'ERRO NA REGRAVACAO DO MESTRE'
                                     TO AS-MOTIVO-REJEICAO
                       NOT INVALID KEY
                           MOVE MST-DADOS TO AS-IMAGEM-DEPOIS
                           PERFORM 2940-GRAVAR-JORNAL
                   END-REWRITE
           END-READ
           .
       2320-ALTERAR-REGISTRO-FIM.
           EXIT.

      *******************************************************************
      *    2330-EXCLUIR-REGISTRO - EXCLUSAO NO MESTRE                    *
      *    EMPRESA SO SAI DEPOIS QUE TODOS OS SOCIOS FORAM EXCLUIDOS     *
      *******************************************************************
       2330-EXCLUIR-REGISTRO          SECTION.

           IF TRN-TIPO-EMPRESA
               PERFORM 2360-CHECAR-SOCIOS
               IF AS-TEM-SOCIOS EQUAL 'S'
                   MOVE 'EMPRESA AINDA POSSUI SOCIOS'
                                     TO AS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF AS-MOTIVO-REJEICAO EQUAL SPACES
               MOVE TRN-CNPJ         TO MST-CNPJ
               MOVE TRN-TIPO         TO MST-TIPO
               IF TRN-TIPO-SOCIO
                   MOVE TRN-S-DOC    TO MST-DOC-SOCIO
               ELSE
                   MOVE ALL '0'      TO MST-DOC-SOCIO
               END-IF
      *        A LEITURA PREVIA CAPTURA A IMAGEM ANTERIOR PARA O
      *        JORNAL, ALEM DE CRITICAR O REGISTRO INEXISTENTE
               READ CADMEST
                   INVALID KEY
                       MOVE 'REGISTRO NAO CADASTRADO NO MESTRE'
                                     TO AS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       MOVE MST-DADOS TO AS-IMAGEM-ANTES
                       DELETE CADMEST RECORD
                           INVALID KEY
                               MOVE 'REGISTRO NAO CADASTRADO NO MESTRE'
                                     TO AS-MOTIVO-REJEICAO
                           NOT INVALID KEY
                               MOVE SPACES TO AS-IMAGEM-DEPOIS
                               PERFORM 2940-GRAVAR-JORNAL
                       END-DELETE
               END-READ
           END-IF
           .
       2330-EXCLUIR-REGISTRO-FIM.
           EXIT.

      *******************************************************************
      *    2350-CHECAR-EMPRESA - CONFERE SE A EMPRESA DO SOCIO EXISTE    *
      *******************************************************************
       2350-CHECAR-EMPRESA            SECTION.

           MOVE TRN-CNPJ             TO MST-CNPJ
           MOVE 'E'                  TO MST-TIPO
           MOVE ALL '0'              TO MST-DOC-SOCIO

           READ CADMEST
               INVALID KEY
                   MOVE 'EMPRESA NAO CADASTRADA NO MESTRE'
                                     TO AS-MOTIVO-REJEICAO
           END-READ
           .
       2350-CHECAR-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2360-CHECAR-SOCIOS - CONFERE SE A EMPRESA AINDA TEM SOCIOS    *
      *    NO MESTRE (POSICIONA NO PRIMEIRO REGISTRO 'S' DO CNPJ)        *
      *******************************************************************
       2360-CHECAR-SOCIOS             SECTION.

           MOVE 'N'                  TO AS-TEM-SOCIOS

           MOVE TRN-CNPJ             TO MST-CNPJ
           MOVE 'S'                  TO MST-TIPO
           MOVE ALL '0'              TO MST-DOC-SOCIO

           START CADMEST KEY NOT LESS MST-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CADMEST NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MST-CNPJ EQUAL TRN-CNPJ
                              AND MST-TIPO EQUAL 'S'
                               MOVE 'S'    TO AS-TEM-SOCIOS
                           END-IF
                   END-READ
           END-START
           .
       2360-CHECAR-SOCIOS-FIM.
           EXIT.

      *******************************************************************
      *    2365-CRITICAR-SOCIO - REGRAS DE PARTICIPACAO/QUALIFICACAO    *
      *    NA ENTRADA DO SOCIO: PARTICIPACAO NUMERICA, QUALIFICACAO     *
      *    VALIDA ('A'/'C'/'P') E SOMA DAS PARTICIPACOES DA EMPRESA     *
      *    LIMITADA A 100%                                              *
      *******************************************************************
       2365-CRITICAR-SOCIO            SECTION.

           IF TRN-S-PERC-PART IS NOT NUMERIC
               MOVE 'PARTICIPACAO INVALIDA'
                                     TO AS-MOTIVO-REJEICAO
           ELSE
               IF NOT TRN-S-QUALIF-VALIDA
                   MOVE 'QUALIFICACAO INVALIDA'
                                     TO AS-MOTIVO-REJEICAO
               ELSE
                   PERFORM 2370-SOMAR-PARTICIPACAO
                   IF AS-SOMA-PERC + TRN-S-PERC-PART > 100
                       MOVE 'PARTICIPACAO DA EMPRESA EXCEDE 100%'
                                     TO AS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF
           .
       2365-CRITICAR-SOCIO-FIM.
           EXIT.

      *******************************************************************
      *    2370-SOMAR-PARTICIPACAO - SOMA AS PARTICIPACOES DOS SOCIOS   *
      *    DA EMPRESA JA CADASTRADOS NO MESTRE, EXCLUINDO O SOCIO DA    *
      *    TRANSACAO CORRENTE (NA ALTERACAO VALE A PARTICIPACAO QUE     *
      *    ENTRA, NAO A REGRAVADA)                                      *
      *******************************************************************
       2370-SOMAR-PARTICIPACAO        SECTION.

           MOVE ZEROS                TO AS-SOMA-PERC
           MOVE 'N'                  TO AS-FIM-SOMA

           MOVE TRN-CNPJ             TO MST-CNPJ
           MOVE 'S'                  TO MST-TIPO
           MOVE ALL '0'              TO MST-DOC-SOCIO

           START CADMEST KEY NOT LESS MST-CHAVE
               INVALID KEY
                   MOVE 'S'          TO AS-FIM-SOMA
           END-START

           PERFORM 2375-SOMAR-UM-SOCIO
               UNTIL AS-FIM-SOMA EQUAL 'S'
           .
       2370-SOMAR-PARTICIPACAO-FIM.
           EXIT.

      *******************************************************************
      *    2375-SOMAR-UM-SOCIO - ACUMULA A PARTICIPACAO DE UM SOCIO DA  *
      *    EMPRESA (PARTICIPACAO NAO NUMERICA DE CARGAS ANTIGAS CONTA   *
      *    COMO ZERO)                                                   *
      *******************************************************************
       2375-SOMAR-UM-SOCIO            SECTION.

           READ CADMEST NEXT
               AT END
                   MOVE 'S'          TO AS-FIM-SOMA
               NOT AT END
                   IF MST-CNPJ NOT EQUAL TRN-CNPJ
                      OR MST-TIPO NOT EQUAL 'S'
                       MOVE 'S'      TO AS-FIM-SOMA
                   ELSE
                       IF MST-DOC-SOCIO NOT EQUAL TRN-S-DOC
                          AND MST-S-PERC-PART IS NUMERIC
                           ADD MST-S-PERC-PART TO AS-SOMA-PERC
                       END-IF
                   END-IF
           END-READ
           .
       2375-SOMAR-UM-SOCIO-FIM.
           EXIT.

      *******************************************************************
      *    2900-EXIBIR-RESULTADO - RESULTADO DA OPERACAO NA TELA, NOS   *
      *    MESMOS TERMOS DA CRITICA DO BATCH                            *
      *******************************************************************
       2900-EXIBIR-RESULTADO          SECTION.

           IF AS-MOTIVO-REJEICAO EQUAL SPACES
               DISPLAY 'OPERACAO APLICADA'
               ADD 1                 TO AS-CONT-APLICADAS
           ELSE
               DISPLAY 'OPERACAO REJEITADA - ' AS-MOTIVO-REJEICAO
               ADD 1                 TO AS-CONT-REJEITADAS
           END-IF
           .
       2900-EXIBIR-RESULTADO-FIM.
           EXIT.

      *******************************************************************
      *    2940-GRAVAR-JORNAL - ACRESCENTA AO JORNAL DE AUDITORIA A     *
      *    OPERACAO APLICADA, COM DATA/HORA DO MOMENTO DA APLICACAO,    *
      *    A CHAVE COMPLETA E AS IMAGENS ANTES/DEPOIS DE MST-DADOS      *
      *******************************************************************
       2940-GRAVAR-JORNAL             SECTION.

           ACCEPT AS-DATA-JRN       FROM DATE YYYYMMDD.
           ACCEPT AS-HORA-JRN       FROM TIME.

           MOVE AS-DATA-JRN          TO JRN-DATA
           MOVE AS-HORA-JRN          TO JRN-HORA
           MOVE TRN-OPER             TO JRN-OPER
           MOVE MST-CHAVE            TO JRN-CHAVE
           MOVE AS-IMAGEM-ANTES      TO JRN-ANTES
           MOVE AS-IMAGEM-DEPOIS     TO JRN-DEPOIS
           MOVE TRN-OPERADOR         TO JRN-OPERADOR
           MOVE AS-APROVADOR         TO JRN-APROVADOR

      *    SEM O REGISTRO DO JORNAL O MESTRE FICARIA SEM COBERTURA DE
      *    AUDITORIA: A SESSAO ABORTA AQUI, COMO NO CBLZJP05
           WRITE ARQ-JORNAL
           IF AS-STATUS-JR NOT EQUAL ZEROS
               DISPLAY 'ERRO NA GRAVACAO DO JORNAL' AS-STATUS-JR
               DISPLAY 'EXECUCAO ABORTADA - MESTRE SEM COBERTURA '
                       'DO JORNAL'
               CLOSE CADMEST
               CLOSE CADHIST
               CLOSE JORNAL
               CLOSE PENDENT
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1                     TO AS-CONT-JORNAL
           .
       2940-GRAVAR-JORNAL-FIM.
           EXIT.

      *******************************************************************
      *    2950-GRAVAR-PENDENTE - RETEM A OPERACAO SENSIVEL NO          *
      *    PENDENTE PARA A DECISAO DO APROVADOR; O CBLZJP05 APLICA O    *
      *    ITEM NO MESTRE DEPOIS DE APROVADO                            *
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
           MOVE AS-TRANSAC           TO PND-TRANSAC

           WRITE ARQ-PENDENT
           IF AS-STATUS-PD NOT EQUAL ZEROS
               DISPLAY 'ERRO NA GRAVACAO DO PENDENT' AS-STATUS-PD
               DISPLAY 'OPERACAO REJEITADA - ERRO NA GRAVACAO DO '
                       'PENDENTE'
               ADD 1                 TO AS-CONT-REJEITADAS
           ELSE
               DISPLAY 'OPERACAO RETIDA PARA APROVACAO - '
                       AS-MOTIVO-SENSIVEL
               ADD 1                 TO AS-CONT-PEND-GRAVADOS
           END-IF
           .
       2950-GRAVAR-PENDENTE-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
       3000-FINALIZAR                SECTION.

           DISPLAY WS-CABEC-TEL1
           DISPLAY 'OPERACOES APLICADAS:    ' AS-CONT-APLICADAS
           DISPLAY 'OPERACOES REJEITADAS:   ' AS-CONT-REJEITADAS
           DISPLAY 'OPERACOES JORNALIZADAS: ' AS-CONT-JORNAL
           DISPLAY 'OPERACOES RETIDAS:      ' AS-CONT-PEND-GRAVADOS

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

           CLOSE PENDENT.
           IF AS-STATUS-PD NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO PENDENT' AS-STATUS-PD
           END-IF

           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZJP17.
