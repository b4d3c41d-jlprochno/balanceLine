      *          AS EXCLUSOES DE EMPRESA SAO GUARDADAS EM ARQUIVO DE
      *          TRABALHO E ANEXADAS NO FIM DO TRANSAC, DEPOIS DAS
      *          EXCLUSOES DOS SOCIOS, PARA O CBLZJP05 NAO REJEITAR
      *          'EMPRESA AINDA POSSUI SOCIOS'. O TRANSAC GERADO LEVA O
      *          OPERADOR DA CARGA (PARAMETRO CBLZJP14_OPERADOR) PARA
      *          A TRILHA DE APROVACAO DO CBLZJP05.
      *          A ENTREGA DO BUREAU SO E ACEITA COM HEADER E TRAILER
      *          CONFERIDOS (DATA DE REFERENCIA, QUANTIDADE E HASH DE
      *          CNPJ), MATNOVO E SOCNOVO DA MESMA DATA E A DATA
      *          POSTERIOR A DA ULTIMA ENTREGA ACEITA NO REGISTRO DE
      *          ENTREGAS. A GERACAO PARA SE AS EXCLUSOES PASSAREM DO
      *          PERCENTUAL DO MESTRE (PARAMETRO CBLZJP14_LIMITE_EXCL)
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       SELECT EXCLEMP ASSIGN TO DYNAMIC AS-CAMINHO-EXCLEMP
       FILE STATUS IS AS-STATUS-EX.

      *    REGISTRO DAS ENTREGAS DO BUREAU - ACEITAS E RECUSADAS
       SELECT OPTIONAL ENTREGAS ASSIGN TO DYNAMIC AS-CAMINHO-ENTREGAS
       FILE STATUS IS AS-STATUS-EN.

       DATA DIVISION.
       FILE SECTION.

       01  ARQ-MATNOVO                  PIC X(096).
       01  FILLER REDEFINES ARQ-MATNOVO.
           05 ARQ-MN-CNPJ               PIC X(014).
           05 ARQ-MN-CNPJ-N REDEFINES ARQ-MN-CNPJ
                                        PIC 9(014).
           05 ARQ-MN-SIT                PIC X(006).
           05 ARQ-MN-NOME               PIC X(059).
           05 ARQ-MN-STATUS             PIC X(005).
           05 ARQ-MN-DATA-ABERT         PIC X(010).
           05 ARQ-MN-FIM                PIC X(002).
      *    HEADER (PRIMEIRO REGISTRO) E TRAILER (ULTIMO REGISTRO) DO
      *    FORNECEDOR; QUANTIDADE E HASH SO NO TRAILER
       01  FILLER REDEFINES ARQ-MATNOVO.
           05 ARQ-MN-CTL-ID             PIC X(014).
               88 ARQ-MN-CTL-ID-HEADER      VALUE '00000000000000'.
               88 ARQ-MN-CTL-ID-TRAILER     VALUE '99999999999999'.
           05 ARQ-MN-CTL-TIPO           PIC X(007).
               88 ARQ-MN-CTL-HEADER         VALUE 'HEADER '.
               88 ARQ-MN-CTL-TRAILER        VALUE 'TRAILER'.
           05 ARQ-MN-CTL-DATA-REF       PIC X(008).
           05 ARQ-MN-CTL-QTD            PIC 9(009).
           05 ARQ-MN-CTL-HASH           PIC 9(015).
           05 FILLER                    PIC X(043).

      *******************************************************************
      *    SOCIOS DA CARGA NOVA DO BUREAU (MESMO LAYOUT DO CBLZJP03)    *
           05 ARQ-SN-PERC-PART         PIC 9(003)V9(002).
           05 ARQ-SN-QUALIF            PIC X(001).
           05 ARQ-SN-FIM               PIC X(002).
      *    HEADER (PRIMEIRO REGISTRO) E TRAILER (ULTIMO REGISTRO) DO
      *    FORNECEDOR; QUANTIDADE E HASH SO NO TRAILER
       01  FILLER REDEFINES ARQ-SOCNOVO.
           05 ARQ-SN-CTL-ID            PIC X(028).
               88 ARQ-SN-CTL-ID-HEADER     VALUE
                  '0000000000000000000000000000'.
               88 ARQ-SN-CTL-ID-TRAILER    VALUE
                  '9999999999999999999999999999'.
           05 ARQ-SN-CTL-TIPO          PIC X(007).
               88 ARQ-SN-CTL-HEADER        VALUE 'HEADER '.
               88 ARQ-SN-CTL-TRAILER       VALUE 'TRAILER'.
           05 ARQ-SN-CTL-DATA-REF      PIC X(008).
           05 ARQ-SN-CTL-QTD           PIC 9(009).
           05 ARQ-SN-CTL-HASH          PIC 9(015).
           05 FILLER                   PIC X(011).

      *******************************************************************
      *    MATRIZ ATUAL - EXTRATO DO MESTRE GERADO PELO CBLZJP06        *
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-TRANSAC                 PIC X(104).
       01  FILLER REDEFINES ARQ-TRANSAC.
           05 TRN-OPER                 PIC X(001).
           05 TRN-TIPO                 PIC X(001).
               10 TRN-S-PERC-PART      PIC 9(003)V9(002).
               10 TRN-S-QUALIF         PIC X(001).
               10 FILLER               PIC X(018).
           05 TRN-OPERADOR             PIC X(008).

      *******************************************************************
      *    ARQUIVO DE TRABALHO DAS EXCLUSOES DE EMPRESA - GRAVADAS      *
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-EXCLEMP                 PIC X(104).

      *******************************************************************
      *    REGISTRO DAS ENTREGAS DO BUREAU - UMA LINHA POR EXECUCAO     *
      *    COM A DATA DE REFERENCIA, OS CONTROLES DO TRAILER, O         *
      *    RESULTADO ('A' ACEITA, 'R' RECUSADA) E O MOTIVO DA RECUSA.   *
      *    A ULTIMA DATA ACEITA E A BASE DA ENTREGA SEGUINTE            *
      *******************************************************************
       FD  ENTREGAS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-ENTREGAS                PIC X(140).
       01  FILLER REDEFINES ARQ-ENTREGAS.
           05 ENT-DATA-REF             PIC X(008).
           05 ENT-DATA-CARGA           PIC X(008).
           05 ENT-HORA-CARGA           PIC X(006).
           05 ENT-SITUACAO             PIC X(001).
               88 ENT-ACEITA               VALUE 'A'.
               88 ENT-RECUSADA             VALUE 'R'.
           05 ENT-QTD-MAT              PIC 9(009).
           05 ENT-HASH-MAT             PIC 9(015).
           05 ENT-QTD-SOC              PIC 9(009).
           05 ENT-HASH-SOC             PIC 9(015).
           05 ENT-QTD-TRANSAC          PIC 9(007).
           05 ENT-QTD-EXCL             PIC 9(007).
           05 ENT-OPERADOR             PIC X(008).
           05 ENT-MOTIVO               PIC X(040).
           05 FILLER                   PIC X(007).

      *******************************************************************
      *    DEFINICAO DAS VARIAVEIS                                      *
           VALUE 'C:\Cobol\02.TAREFAS\TRANSAC.txt'.
       01  AS-CAMINHO-EXCLEMP      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\EXCLEMP.tmp'.
       01  AS-CAMINHO-ENTREGAS     PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\ENTREGAS.txt'.

       01  AS-STATUS-MN            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-SN            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-SA            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-TR            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-EX            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-EN            PIC 9(002) VALUE ZEROS.

       01  AS-FIM-MATNOVO          PIC X(001) VALUE 'N'.
       01  AS-FIM-SOCNOVO          PIC X(001) VALUE 'N'.
       01  AS-FIM-MATATUAL         PIC X(001) VALUE 'N'.
       01  AS-FIM-SOCATUAL         PIC X(001) VALUE 'N'.
       01  AS-FIM-EXCLEMP          PIC X(001) VALUE 'N'.
       01  AS-FIM-ENTREGAS         PIC X(001) VALUE 'N'.
       01  AS-DATA                 PIC X(008) VALUE ZEROS.
       01  AS-HORA                 PIC X(006) VALUE ZEROS.

      *******************************************************************
      *    OPERADOR RESPONSAVEL PELA CARGA, GRAVADO EM CADA TRANSACAO   *
      *******************************************************************
       01  AS-OPERADOR             PIC X(008) VALUE 'CBLZJP14'.

      *******************************************************************
      *    VARIAVEIS DA VALIDACAO DE SEQUENCIA DAS QUATRO ENTRADAS -    *
      *    CHAVE ASCENDENTE E SEM DUPLICATA, CONFERIDA ANTES DE         *
       01  AS-SEQ-ANT-MAT          PIC X(014) VALUE LOW-VALUES.
       01  AS-SEQ-ANT-SOC          PIC X(028) VALUE LOW-VALUES.

      *******************************************************************
      *    CONTROLE DA ENTREGA - HEADER E TRAILER DA MATNOVO E DA       *
      *    SOCNOVO CONFERIDOS NA MESMA LEITURA DA SEQUENCIA. O HASH E A *
      *    SOMA DOS CNPJ DOS REGISTROS DE DETALHE, DESPREZADO O QUE     *
      *    PASSAR DE 15 DIGITOS                                         *
      *******************************************************************
       01  AS-ENT-ERROS            PIC 9(007) VALUE ZEROS.
       01  AS-ENT-OCORR            PIC X(040) VALUE SPACES.
       01  AS-ENT-MOTIVO           PIC X(040) VALUE SPACES.
       01  AS-ENT-SITUACAO         PIC X(001) VALUE SPACES.
       01  AS-ENT-GRAVADA          PIC X(001) VALUE 'N'.
       01  AS-ULT-DATA-REF         PIC X(008) VALUE ZEROS.
       01  AS-CONT-ENTREGAS        PIC 9(007) VALUE ZEROS.

       01  AS-HDR-MAT-DATA         PIC X(008) VALUE SPACES.
       01  AS-TRL-MAT-LIDO         PIC X(001) VALUE 'N'.
       01  AS-TRL-MAT-DATA         PIC X(008) VALUE SPACES.
       01  AS-TRL-MAT-QTD          PIC 9(009) VALUE ZEROS.
       01  AS-TRL-MAT-HASH         PIC 9(015) VALUE ZEROS.
       01  AS-DET-MAT-QTD          PIC 9(009) VALUE ZEROS.
       01  AS-DET-MAT-HASH         PIC 9(015) VALUE ZEROS.

       01  AS-HDR-SOC-DATA         PIC X(008) VALUE SPACES.
       01  AS-TRL-SOC-LIDO         PIC X(001) VALUE 'N'.
       01  AS-TRL-SOC-DATA         PIC X(008) VALUE SPACES.
       01  AS-TRL-SOC-QTD          PIC 9(009) VALUE ZEROS.
       01  AS-TRL-SOC-HASH         PIC 9(015) VALUE ZEROS.
       01  AS-DET-SOC-QTD          PIC 9(009) VALUE ZEROS.
       01  AS-DET-SOC-HASH         PIC 9(015) VALUE ZEROS.

      *******************************************************************
      *    LIMITE DAS EXCLUSOES ('E' DE EMPRESA E DE SOCIO) EM          *
      *    PERCENTUAL DOS REGISTROS DO MESTRE (999V99, PADRAO 10,00%).  *
      *    ACIMA DELE A GERACAO PARA E O TRANSAC FICA VAZIO             *
      *******************************************************************
       01  AS-LIMITE-EXCL-TX       PIC X(005) VALUE '01000'.
       01  AS-LIMITE-EXCL-NUM REDEFINES AS-LIMITE-EXCL-TX
                                   PIC 9(003)V9(002).
       01  AS-LIMITE-EXCL          PIC 9(003)V9(002) VALUE 10.
       01  AS-QTD-EXCL             PIC 9(007) VALUE ZEROS.
       01  AS-QTD-MESTRE           PIC 9(007) VALUE ZEROS.
       01  AS-PERC-EXCL            PIC 9(003)V9(002) VALUE ZEROS.
       01  AS-PERC-ED              PIC ZZ9.99.

      *******************************************************************
      *    CONTADORES DE CONTROLE                                       *
      *******************************************************************
              UNTIL AS-FIM-MATNOVO = 'S' AND AS-FIM-MATATUAL = 'S'.
           PERFORM 2500-COMPARAR-SOCIOS
              UNTIL AS-FIM-SOCNOVO = 'S' AND AS-FIM-SOCATUAL = 'S'.
           PERFORM 2800-CHECAR-LIMITE-EXCLUSOES.
           PERFORM 3100-ANEXAR-EXCLUSOES-EMP.
           PERFORM 3000-FINALIZAR.

           ACCEPT AS-DATA           FROM DATE YYYYMMDD.
           ACCEPT AS-HORA           FROM TIME.

      *    PARAMETRO: OPERADOR DA CARGA (PADRAO O PROPRIO PROGRAMA)
           ACCEPT AS-OPERADOR FROM ENVIRONMENT
                  'CBLZJP14_OPERADOR'
                  ON EXCEPTION
                     MOVE 'CBLZJP14' TO AS-OPERADOR
           END-ACCEPT
           IF AS-OPERADOR EQUAL SPACES
               MOVE 'CBLZJP14'       TO AS-OPERADOR
           END-IF

      *    PARAMETRO: LIMITE DAS EXCLUSOES SOBRE O MESTRE (999V99 %)
           ACCEPT AS-LIMITE-EXCL-TX FROM ENVIRONMENT
                  'CBLZJP14_LIMITE_EXCL'
                  ON EXCEPTION
                     MOVE '01000'  TO AS-LIMITE-EXCL-TX
           END-ACCEPT
           IF AS-LIMITE-EXCL-TX IS NUMERIC
               MOVE AS-LIMITE-EXCL-NUM TO AS-LIMITE-EXCL
           ELSE
               DISPLAY 'LIMITE DE EXCLUSOES INVALIDO - ASSUMIDO 01000: '
                       AS-LIMITE-EXCL-TX
               MOVE 10               TO AS-LIMITE-EXCL
           END-IF

      *    SEM AS QUATRO ENTRADAS NAO HA COMPARACAO: ABORTA ANTES DE
      *    TOCAR NO TRANSAC
           OPEN INPUT MATNOVO.
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-ENTREGAS FROM ENVIRONMENT
                  'CBLZJP14_ENTREGAS'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
           .
       1005-CARREGAR-CAMINHOS-FIM.
           EXIT.
               CLOSE SOCNOVO
               CLOSE MATATUAL
               CLOSE SOCATUAL
               MOVE 'R'              TO AS-ENT-SITUACAO
               MOVE 'SEQUENCIA INVALIDA NAS ENTRADAS DA CARGA'
                                     TO AS-ENT-MOTIVO
               PERFORM 1900-REGISTRAR-ENTREGA
               IF RETURN-CODE < 12
                   MOVE 12           TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

      *    CONTROLES DO FORNECEDOR E DATA DA ENTREGA, TAMBEM ANTES DE
      *    QUALQUER TRANSAC SER GERADO
           PERFORM 1600-VALIDAR-ENTREGA

      *    SEQUENCIA OK - REPOSICIONA AS ENTRADAS NO INICIO PARA O
      *    CASAMENTO COMECAR DO PRIMEIRO REGISTRO
           CLOSE MATNOVO
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF
      *    DESPREZA O HEADER, JA CONFERIDO NA VALIDACAO DA ENTREGA
           READ MATNOVO
                AT END CONTINUE
           END-READ
           OPEN INPUT SOCNOVO.
           IF AS-STATUS-SN NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REABERTURA DO SOCNOVO' AS-STATUS-SN
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF
           READ SOCNOVO
                AT END CONTINUE
           END-READ
           OPEN INPUT MATATUAL.
           IF AS-STATUS-MA NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REABERTURA DO MATATUAL' AS-STATUS-MA
                       ADD 1          TO AS-SEQ-ERROS
                   ELSE
                       ADD 1          TO AS-SEQ-REG
                       PERFORM 1515-CONTROLAR-MATNOVO
                       IF AS-SEQ-REG > 1
                          AND ARQ-MN-CNPJ NOT > AS-SEQ-ANT-MAT
                           DISPLAY 'MATNOVO FORA DE SEQUENCIA OU '
       1510-CHECAR-SEQ-MATNOVO-FIM.
           EXIT.

      *******************************************************************
      *    1515-CONTROLAR-MATNOVO - SEPARA HEADER, TRAILER E DETALHE DA *
      *    MATNOVO; O DETALHE ENTRA NA QUANTIDADE E NO HASH DE CNPJ     *
      *******************************************************************
       1515-CONTROLAR-MATNOVO         SECTION.

           IF AS-SEQ-REG EQUAL 1
              AND ARQ-MN-CTL-ID-HEADER
              AND ARQ-MN-CTL-HEADER
               MOVE ARQ-MN-CTL-DATA-REF TO AS-HDR-MAT-DATA
           ELSE
               IF ARQ-MN-CTL-ID-TRAILER
                  AND ARQ-MN-CTL-TRAILER
                   MOVE 'S'              TO AS-TRL-MAT-LIDO
                   MOVE ARQ-MN-CTL-DATA-REF TO AS-TRL-MAT-DATA
                   MOVE ARQ-MN-CTL-QTD   TO AS-TRL-MAT-QTD
                   MOVE ARQ-MN-CTL-HASH  TO AS-TRL-MAT-HASH
               ELSE
                   ADD 1                 TO AS-DET-MAT-QTD
                   IF ARQ-MN-CNPJ IS NUMERIC
                       ADD ARQ-MN-CNPJ-N TO AS-DET-MAT-HASH
                           ON SIZE ERROR
                               COMPUTE AS-DET-MAT-HASH =
                                       AS-DET-MAT-HASH + ARQ-MN-CNPJ-N
                                     - 1000000000000000
                       END-ADD
                   ELSE
                       MOVE 'CNPJ NAO NUMERICO NA MATNOVO'
                                         TO AS-ENT-OCORR
                       PERFORM 1690-ANOTAR-OCORRENCIA
                   END-IF
               END-IF
           END-IF
           .
       1515-CONTROLAR-MATNOVO-FIM.
           EXIT.

      *******************************************************************
      *    1520-CHECAR-SEQ-MATATUAL - CONFERE UM REGISTRO DA MATRIZ     *
      *    ATUAL DO MESTRE                                              *
                       ADD 1          TO AS-SEQ-ERROS
                   ELSE
                       ADD 1          TO AS-SEQ-REG
                       PERFORM 1535-CONTROLAR-SOCNOVO
                       IF AS-SEQ-REG > 1
                          AND ARQ-SN-CHAVE NOT > AS-SEQ-ANT-SOC
                           DISPLAY 'SOCNOVO FORA DE SEQUENCIA OU '
       1530-CHECAR-SEQ-SOCNOVO-FIM.
           EXIT.

      *******************************************************************
      *    1535-CONTROLAR-SOCNOVO - SEPARA HEADER, TRAILER E DETALHE DA *
      *    SOCNOVO; O DETALHE ENTRA NA QUANTIDADE E NO HASH DE CNPJ     *
      *******************************************************************
       1535-CONTROLAR-SOCNOVO         SECTION.

           IF AS-SEQ-REG EQUAL 1
              AND ARQ-SN-CTL-ID-HEADER
              AND ARQ-SN-CTL-HEADER
               MOVE ARQ-SN-CTL-DATA-REF TO AS-HDR-SOC-DATA
           ELSE
               IF ARQ-SN-CTL-ID-TRAILER
                  AND ARQ-SN-CTL-TRAILER
                   MOVE 'S'              TO AS-TRL-SOC-LIDO
                   MOVE ARQ-SN-CTL-DATA-REF TO AS-TRL-SOC-DATA
                   MOVE ARQ-SN-CTL-QTD   TO AS-TRL-SOC-QTD
                   MOVE ARQ-SN-CTL-HASH  TO AS-TRL-SOC-HASH
               ELSE
                   ADD 1                 TO AS-DET-SOC-QTD
                   IF ARQ-SN-CNPJ IS NUMERIC
                       ADD ARQ-SN-CNPJ   TO AS-DET-SOC-HASH
                           ON SIZE ERROR
                               COMPUTE AS-DET-SOC-HASH =
                                       AS-DET-SOC-HASH + ARQ-SN-CNPJ
                                     - 1000000000000000
                       END-ADD
                   ELSE
                       MOVE 'CNPJ NAO NUMERICO NA SOCNOVO'
                                         TO AS-ENT-OCORR
                       PERFORM 1690-ANOTAR-OCORRENCIA
                   END-IF
               END-IF
           END-IF
           .
       1535-CONTROLAR-SOCNOVO-FIM.
           EXIT.

      *******************************************************************
      *    1540-CHECAR-SEQ-SOCATUAL - CONFERE UM REGISTRO DOS SOCIOS    *
      *    ATUAIS DO MESTRE (CHAVE CNPJ + DOCUMENTO)                    *
       1540-CHECAR-SEQ-SOCATUAL-FIM.
           EXIT.

      *******************************************************************
      *    1600-VALIDAR-ENTREGA - CONFERE O TRAILER DA MATNOVO E DA     *
      *    SOCNOVO CONTRA O LIDO (QUANTIDADE, HASH DE CNPJ E DATA DO    *
      *    HEADER), A MESMA DATA DE REFERENCIA NOS DOIS ARQUIVOS E A    *
      *    DATA POSTERIOR A DA ULTIMA ENTREGA ACEITA. OCORRENCIA RECUSA *
      *    A ENTREGA, REGISTRA A RECUSA E ABORTA ANTES DO TRANSAC       *
      *******************************************************************
       1600-VALIDAR-ENTREGA           SECTION.

      *    ULTIMA ENTREGA ACEITA (REGISTRO AUSENTE NA PRIMEIRA CARGA)
           OPEN INPUT ENTREGAS.
           IF AS-STATUS-EN NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO ENTREGAS' AS-STATUS-EN
               DISPLAY 'EXECUCAO ABORTADA - REGISTRO DE ENTREGAS '
                       'INDISPONIVEL'
               CLOSE MATNOVO
               CLOSE SOCNOVO
               CLOSE MATATUAL
               CLOSE SOCATUAL
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1610-LER-ENTREGA
               UNTIL AS-FIM-ENTREGAS EQUAL 'S'

           CLOSE ENTREGAS
           DISPLAY 'ULTIMA ENTREGA ACEITA:   ' AS-ULT-DATA-REF

      *    HEADER E TRAILER DA MATRIZ
           IF AS-HDR-MAT-DATA EQUAL SPACES
               MOVE 'MATNOVO SEM O REGISTRO HEADER'
                                     TO AS-ENT-OCORR
               PERFORM 1690-ANOTAR-OCORRENCIA
           END-IF
           IF AS-TRL-MAT-LIDO NOT EQUAL 'S'
               MOVE 'MATNOVO SEM O REGISTRO TRAILER'
                                     TO AS-ENT-OCORR
               PERFORM 1690-ANOTAR-OCORRENCIA
           ELSE
               IF AS-TRL-MAT-QTD NOT EQUAL AS-DET-MAT-QTD
                   DISPLAY 'MATNOVO - TRAILER: ' AS-TRL-MAT-QTD
                           ' LIDOS: ' AS-DET-MAT-QTD
                   MOVE 'QUANTIDADE DA MATNOVO NAO CONFERE'
                                     TO AS-ENT-OCORR
                   PERFORM 1690-ANOTAR-OCORRENCIA
               END-IF
               IF AS-TRL-MAT-HASH NOT EQUAL AS-DET-MAT-HASH
                   DISPLAY 'MATNOVO - TRAILER: ' AS-TRL-MAT-HASH
                           ' LIDOS: ' AS-DET-MAT-HASH
                   MOVE 'HASH DE CNPJ DA MATNOVO NAO CONFERE'
                                     TO AS-ENT-OCORR
                   PERFORM 1690-ANOTAR-OCORRENCIA
               END-IF
               IF AS-TRL-MAT-DATA NOT EQUAL AS-HDR-MAT-DATA
                   MOVE 'DATA DO TRAILER DA MATNOVO DIFERE'
                                     TO AS-ENT-OCORR
                   PERFORM 1690-ANOTAR-OCORRENCIA
               END-IF
           END-IF

      *    HEADER E TRAILER DOS SOCIOS
           IF AS-HDR-SOC-DATA EQUAL SPACES
               MOVE 'SOCNOVO SEM O REGISTRO HEADER'
                                     TO AS-ENT-OCORR
               PERFORM 1690-ANOTAR-OCORRENCIA
           END-IF
           IF AS-TRL-SOC-LIDO NOT EQUAL 'S'
               MOVE 'SOCNOVO SEM O REGISTRO TRAILER'
                                     TO AS-ENT-OCORR
               PERFORM 1690-ANOTAR-OCORRENCIA
           ELSE
               IF AS-TRL-SOC-QTD NOT EQUAL AS-DET-SOC-QTD
                   DISPLAY 'SOCNOVO - TRAILER: ' AS-TRL-SOC-QTD
                           ' LIDOS: ' AS-DET-SOC-QTD
                   MOVE 'QUANTIDADE DA SOCNOVO NAO CONFERE'
                                     TO AS-ENT-OCORR
                   PERFORM 1690-ANOTAR-OCORRENCIA
               END-IF
               IF AS-TRL-SOC-HASH NOT EQUAL AS-DET-SOC-HASH
                   DISPLAY 'SOCNOVO - TRAILER: ' AS-TRL-SOC-HASH
                           ' LIDOS: ' AS-DET-SOC-HASH
                   MOVE 'HASH DE CNPJ DA SOCNOVO NAO CONFERE'
                                     TO AS-ENT-OCORR
                   PERFORM 1690-ANOTAR-OCORRENCIA
               END-IF
               IF AS-TRL-SOC-DATA NOT EQUAL AS-HDR-SOC-DATA
                   MOVE 'DATA DO TRAILER DA SOCNOVO DIFERE'
                                     TO AS-ENT-OCORR
                   PERFORM 1690-ANOTAR-OCORRENCIA
               END-IF
           END-IF

      *    DATA DE REFERENCIA DA ENTREGA: VALIDA, A MESMA NOS DOIS
      *    ARQUIVOS E POSTERIOR A ULTIMA ENTREGA ACEITA
           IF AS-HDR-MAT-DATA NOT NUMERIC
               MOVE 'DATA DE REFERENCIA DA MATNOVO INVALIDA'
                                     TO AS-ENT-OCORR
               PERFORM 1690-ANOTAR-OCORRENCIA
           ELSE
               IF AS-HDR-MAT-DATA NOT EQUAL AS-HDR-SOC-DATA
                   DISPLAY 'MATNOVO: ' AS-HDR-MAT-DATA
                           ' SOCNOVO: ' AS-HDR-SOC-DATA
                   MOVE 'MATNOVO E SOCNOVO DE DATAS DIFERENTES'
                                     TO AS-ENT-OCORR
                   PERFORM 1690-ANOTAR-OCORRENCIA
               ELSE
                   IF AS-HDR-MAT-DATA NOT > AS-ULT-DATA-REF
                       DISPLAY 'ENTREGA: ' AS-HDR-MAT-DATA
                               ' ULTIMA ACEITA: ' AS-ULT-DATA-REF
                       MOVE 'ENTREGA NAO POSTERIOR A ULTIMA ACEITA'
                                     TO AS-ENT-OCORR
                       PERFORM 1690-ANOTAR-OCORRENCIA
                   END-IF
               END-IF
           END-IF

           IF AS-ENT-ERROS NOT EQUAL ZEROS
               DISPLAY 'ENTREGA DO BUREAU RECUSADA'
               DISPLAY 'EXECUCAO ABORTADA ANTES DA GERACAO DO TRANSAC'
               DISPLAY 'OCORRENCIAS ENCONTRADAS: ' AS-ENT-ERROS
               CLOSE MATNOVO
               CLOSE SOCNOVO
               CLOSE MATATUAL
               CLOSE SOCATUAL
               MOVE 'R'              TO AS-ENT-SITUACAO
               PERFORM 1900-REGISTRAR-ENTREGA
               IF RETURN-CODE < 12
                   MOVE 12           TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           DISPLAY 'ENTREGA DO BUREAU CONFERIDA - DATA DE REFERENCIA: '
                   AS-HDR-MAT-DATA
           .
       1600-VALIDAR-ENTREGA-FIM.
           EXIT.

      *******************************************************************
      *    1610-LER-ENTREGA - LE O REGISTRO DE ENTREGAS GUARDANDO A     *
      *    MAIOR DATA DE REFERENCIA ACEITA                              *
      *******************************************************************
       1610-LER-ENTREGA               SECTION.

           READ ENTREGAS
                AT END MOVE 'S'       TO AS-FIM-ENTREGAS
                NOT AT END
                   IF AS-STATUS-EN NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DO ENTREGAS'
                               AS-STATUS-EN
                       DISPLAY 'EXECUCAO ABORTADA - ULTIMA ENTREGA '
                               'NAO IDENTIFICADA'
                       CLOSE ENTREGAS
                       CLOSE MATNOVO
                       CLOSE SOCNOVO
                       CLOSE MATATUAL
                       CLOSE SOCATUAL
                       MOVE 16        TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1          TO AS-CONT-ENTREGAS
                       IF ENT-ACEITA
                          AND ENT-DATA-REF > AS-ULT-DATA-REF
                           MOVE ENT-DATA-REF TO AS-ULT-DATA-REF
                       END-IF
                   END-IF
           .
       1610-LER-ENTREGA-FIM.
           EXIT.

      *******************************************************************
      *    1690-ANOTAR-OCORRENCIA - EXIBE A OCORRENCIA DA ENTREGA E     *
      *    GUARDA A PRIMEIRA COMO MOTIVO DA RECUSA NO REGISTRO          *
      *******************************************************************
       1690-ANOTAR-OCORRENCIA         SECTION.

           DISPLAY 'ENTREGA: ' AS-ENT-OCORR
           ADD 1                     TO AS-ENT-ERROS
           IF AS-ENT-MOTIVO EQUAL SPACES
               MOVE AS-ENT-OCORR     TO AS-ENT-MOTIVO
           END-IF
           .
       1690-ANOTAR-OCORRENCIA-FIM.
           EXIT.

      *******************************************************************
      *    1900-REGISTRAR-ENTREGA - ACRESCENTA A ENTREGA AO REGISTRO    *
      *    COM O RESULTADO DA EXECUCAO. ENTREGA ACEITA SEM REGISTRO     *
      *    ENCERRA COM RC 16: A CARGA SEGUINTE NAO TERIA A DATA DELA    *
      *******************************************************************
       1900-REGISTRAR-ENTREGA         SECTION.

           MOVE SPACES               TO ARQ-ENTREGAS
           MOVE AS-HDR-MAT-DATA      TO ENT-DATA-REF
           MOVE AS-DATA              TO ENT-DATA-CARGA
           MOVE AS-HORA              TO ENT-HORA-CARGA
           MOVE AS-ENT-SITUACAO      TO ENT-SITUACAO
           MOVE AS-DET-MAT-QTD       TO ENT-QTD-MAT
           MOVE AS-DET-MAT-HASH      TO ENT-HASH-MAT
           MOVE AS-DET-SOC-QTD       TO ENT-QTD-SOC
           MOVE AS-DET-SOC-HASH      TO ENT-HASH-SOC
           MOVE AS-CONT-TRANSAC      TO ENT-QTD-TRANSAC
           COMPUTE AS-QTD-EXCL = AS-CONT-EXC-EMP + AS-CONT-EXC-SOC
           MOVE AS-QTD-EXCL          TO ENT-QTD-EXCL
           MOVE AS-OPERADOR          TO ENT-OPERADOR
           MOVE AS-ENT-MOTIVO        TO ENT-MOTIVO

           MOVE 'N'                  TO AS-ENT-GRAVADA
           OPEN EXTEND ENTREGAS
           IF AS-STATUS-EN NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO ENTREGAS' AS-STATUS-EN
           ELSE
               WRITE ARQ-ENTREGAS
               IF AS-STATUS-EN NOT EQUAL ZEROS
                   DISPLAY 'ERRO NA GRAVACAO DO ENTREGAS' AS-STATUS-EN
               ELSE
                   MOVE 'S'          TO AS-ENT-GRAVADA
               END-IF
               CLOSE ENTREGAS
           END-IF

           IF AS-ENT-GRAVADA NOT EQUAL 'S'
              AND AS-ENT-SITUACAO EQUAL 'A'
               DISPLAY 'ENTREGA ACEITA NAO REGISTRADA - NAO APLICAR O '
                       'TRANSAC ANTES DE REGISTRA-LA'
               MOVE 16               TO RETURN-CODE
           END-IF
           .
       1900-REGISTRAR-ENTREGA-FIM.
           EXIT.

      *******************************************************************
      *    2000-COMPARAR-MATRIZ - BALANCE LINE DA MATRIZ NOVA CONTRA    *
      *    A MATRIZ ATUAL DO MESTRE                                     *
                       MOVE 'S'        TO AS-FIM-MATNOVO
                       MOVE 'S'        TO AS-FIM-MATATUAL
                   ELSE
      *                O TRAILER DO FORNECEDOR ENCERRA A MATRIZ NOVA
                       IF ARQ-MN-CTL-ID-TRAILER
                          AND ARQ-MN-CTL-TRAILER
                           MOVE 'S'      TO AS-FIM-MATNOVO
                       ELSE
                           ADD 1         TO AS-CONT-MATNOVO
                       END-IF
                   END-IF
           .
       2110-LER-MATNOVO-FIM.
                       MOVE 'S'        TO AS-FIM-SOCNOVO
                       MOVE 'S'        TO AS-FIM-SOCATUAL
                   ELSE
      *                O TRAILER DO FORNECEDOR ENCERRA OS SOCIOS NOVOS
                       IF ARQ-SN-CTL-ID-TRAILER
                          AND ARQ-SN-CTL-TRAILER
                           MOVE 'S'      TO AS-FIM-SOCNOVO
                       ELSE
                           ADD 1         TO AS-CONT-SOCNOVO
                       END-IF
                   END-IF
           .
       2610-LER-SOCNOVO-FIM.
       2700-COMPARAR-SOC-FIM.
           EXIT.

      *******************************************************************
      *    2800-CHECAR-LIMITE-EXCLUSOES - AS EXCLUSOES GERADAS ('E' DE  *
      *    EMPRESA E DE SOCIO) EM PERCENTUAL DOS REGISTROS DO MESTRE.   *
      *    ACIMA DO LIMITE A ENTREGA E TRATADA COMO TRUNCADA: O         *
      *    TRANSAC E ESVAZIADO, A RECUSA REGISTRADA E O RUN ABORTA      *
      *******************************************************************
       2800-CHECAR-LIMITE-EXCLUSOES   SECTION.

           COMPUTE AS-QTD-EXCL   = AS-CONT-EXC-EMP + AS-CONT-EXC-SOC
           COMPUTE AS-QTD-MESTRE = AS-CONT-MATATUAL + AS-CONT-SOCATUAL

      *    MESTRE VAZIO (PRIMEIRA CARGA) NAO TEM O QUE EXCLUIR
           IF AS-QTD-MESTRE NOT EQUAL ZEROS
               COMPUTE AS-PERC-EXCL =
                       AS-QTD-EXCL * 100 / AS-QTD-MESTRE
               MOVE AS-PERC-EXCL     TO AS-PERC-ED
               DISPLAY 'EXCLUSOES SOBRE O MESTRE:' AS-PERC-ED '%'

               IF AS-PERC-EXCL > AS-LIMITE-EXCL
                   MOVE AS-LIMITE-EXCL TO AS-PERC-ED
                   DISPLAY 'LIMITE DE EXCLUSOES EXCEDIDO - LIMITE:'
                           AS-PERC-ED '%'
                   DISPLAY 'EXCLUSOES GERADAS:       ' AS-QTD-EXCL
                   DISPLAY 'REGISTROS DO MESTRE:     ' AS-QTD-MESTRE
                   DISPLAY 'EXECUCAO ABORTADA - TRANSAC ESVAZIADO, '
                           'CONFERIR A ENTREGA DO BUREAU'
      *            O TRANSAC PARCIAL E REABERTO VAZIO PARA O CBLZJP05
      *            NAO APLICAR SO PARTE DA CARGA
                   CLOSE TRANSAC
                   OPEN OUTPUT TRANSAC
                   CLOSE TRANSAC
                   CLOSE EXCLEMP
                   CLOSE MATNOVO
                   CLOSE SOCNOVO
                   CLOSE MATATUAL
                   CLOSE SOCATUAL
                   MOVE ZEROS        TO AS-CONT-TRANSAC
                   MOVE 'R'          TO AS-ENT-SITUACAO
                   MOVE 'LIMITE DE EXCLUSOES EXCEDIDO'
                                     TO AS-ENT-MOTIVO
                   PERFORM 1900-REGISTRAR-ENTREGA
                   IF RETURN-CODE < 12
                       MOVE 12       TO RETURN-CODE
                   END-IF
                   STOP RUN
               END-IF
           END-IF
           .
       2800-CHECAR-LIMITE-EXCLUSOES-FIM.
           EXIT.

      *******************************************************************
      *    2910-GERAR-INCLUSAO-EMP                                      *
      *******************************************************************
           MOVE 'I'                  TO TRN-OPER
           MOVE 'E'                  TO TRN-TIPO
           MOVE ARQ-MN-CNPJ          TO TRN-CNPJ
           MOVE AS-OPERADOR          TO TRN-OPERADOR
           PERFORM 2970-MONTAR-DADOS-EMP

           WRITE ARQ-TRANSAC
           MOVE 'A'                  TO TRN-OPER
           MOVE 'E'                  TO TRN-TIPO
           MOVE ARQ-MN-CNPJ          TO TRN-CNPJ
           MOVE AS-OPERADOR          TO TRN-OPERADOR
           PERFORM 2970-MONTAR-DADOS-EMP

           WRITE ARQ-TRANSAC
           MOVE 'E'                  TO TRN-OPER
           MOVE 'E'                  TO TRN-TIPO
           MOVE ARQ-MA-CNPJ          TO TRN-CNPJ
           MOVE AS-OPERADOR          TO TRN-OPERADOR

           MOVE ARQ-TRANSAC          TO ARQ-EXCLEMP
           WRITE ARQ-EXCLEMP
           MOVE 'I'                  TO TRN-OPER
           MOVE 'S'                  TO TRN-TIPO
           MOVE ARQ-SN-CNPJ          TO TRN-CNPJ
           MOVE AS-OPERADOR          TO TRN-OPERADOR
           PERFORM 2980-MONTAR-DADOS-SOC

           WRITE ARQ-TRANSAC
           MOVE 'A'                  TO TRN-OPER
           MOVE 'S'                  TO TRN-TIPO
           MOVE ARQ-SN-CNPJ          TO TRN-CNPJ
           MOVE AS-OPERADOR          TO TRN-OPERADOR
           PERFORM 2980-MONTAR-DADOS-SOC

           WRITE ARQ-TRANSAC
           MOVE 'E'                  TO TRN-OPER
           MOVE 'S'                  TO TRN-TIPO
           MOVE ARQ-SA-CNPJ          TO TRN-CNPJ
           MOVE AS-OPERADOR          TO TRN-OPERADOR
           MOVE ARQ-SA-DOC           TO TRN-S-DOC

           WRITE ARQ-TRANSAC
               DISPLAY 'ERRO NO FECHAMENTO DO TRANSAC' AS-STATUS-TR
           END-IF

      *    REGISTRO DA ENTREGA: ACEITA SE O TRANSAC SAIU SEM ERRO
           IF RETURN-CODE < 12
               MOVE 'A'              TO AS-ENT-SITUACAO
               MOVE SPACES           TO AS-ENT-MOTIVO
           ELSE
               MOVE 'R'              TO AS-ENT-SITUACAO
               MOVE 'ERRO NA GERACAO DO TRANSAC'
                                     TO AS-ENT-MOTIVO
           END-IF
           PERFORM 1900-REGISTRAR-ENTREGA
           DISPLAY 'ENTREGA REGISTRADA:      ' AS-HDR-MAT-DATA ' '
                   AS-ENT-SITUACAO

           STOP RUN
           .
       3000-FINALIZAR-FIM.
