      *          EMPRESAS EM QUE O DOCUMENTO APARECE, OU 'NAO
      *          LOCALIZADO' - CENTENAS DE PEDIDOS NUM SO RUN, SEM
      *          TOCAR NOS EXTRATOS DO BATCH. OS PEDIDOS POR DOCUMENTO
      *          SAO RESPONDIDOS PELA CHAVE ALTERNATIVA DO MESTRE (DOC
      *          DO SOCIO), COM START/READ DIRETO, SEM VARRER O MESTRE.
      *          A EMPRESA QUE NAO ESTA NO MESTRE E PROCURADA NO ARQUIVO
      *          HISTORICO (CBLZJP24) E SAI MARCADA COMO ARQUIVADA, COM
      *          OS SEUS SOCIOS; O DOCUMENTO TAMBEM E PROCURADO NAS
      *          EMPRESAS ARQUIVADAS
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MST-CHAVE
       ALTERNATE RECORD KEY IS MST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-MS.

      *    ARQUIVO HISTORICO DAS EMPRESAS ARQUIVADAS (MESMAS CHAVES)
       SELECT OPTIONAL CADHIST ASSIGN TO DYNAMIC AS-CAMINHO-CADHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HST-CHAVE
       ALTERNATE RECORD KEY IS HST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-HS.

       SELECT CONSULTA ASSIGN TO DYNAMIC AS-CAMINHO-CONSULTA
       FILE STATUS IS AS-STATUS-PE.

       SELECT RESPOSTA ASSIGN TO DYNAMIC AS-CAMINHO-RESPOSTA
       FILE STATUS IS AS-STATUS-RE.

       DATA DIVISION.
       FILE SECTION.

      *******************************************************************
      *    DEFINICAO DO CADASTRO MESTRE INDEXADO (MESMO LAYOUT DO       *
      *    CBLZJP05) - CHAVE ALTERNATIVA PELO DOC DO SOCIO              *
      *******************************************************************
       FD  CADMEST.

               10 MST-S-QUALIF         PIC X(001).
               10 FILLER               PIC X(032).

      *******************************************************************
      *    DEFINICAO DO ARQUIVO HISTORICO DO MESTRE (MESMO LAYOUT DO    *
      *    CBLZJP24) - O REGISTRO DO MESTRE, A DATA DE SAIDA DE ATIVA   *
      *    E A DATA DO ARQUIVAMENTO                                     *
      *******************************************************************
       FD  CADHIST.

       01  REG-CADHIST.
           05 HST-CHAVE.
               10 HST-CNPJ             PIC X(014).
               10 HST-TIPO             PIC X(001).
               10 HST-DOC-SOCIO        PIC X(014).
           05 HST-DADOS                PIC X(080).
           05 HST-DADOS-EMP REDEFINES HST-DADOS.
               10 HST-E-SIT            PIC X(006).
               10 HST-E-NOME           PIC X(059).
               10 HST-E-STATUS         PIC X(005).
               10 HST-E-DATA-ABERT     PIC X(010).
           05 HST-DADOS-SOC REDEFINES HST-DADOS.
               10 HST-S-NOME           PIC X(036).
               10 HST-S-STATUS         PIC X(005).
               10 HST-S-TIPO-PESSOA    PIC X(001).
               10 HST-S-PERC-PART      PIC 9(003)V9(002).
               10 HST-S-QUALIF         PIC X(001).
               10 FILLER               PIC X(032).
           05 HST-DATA-SAIDA           PIC X(008).
           05 HST-DATA-ARQ             PIC X(008).
           05 HST-OPERADOR             PIC X(008).
           05 FILLER                   PIC X(007).

      *******************************************************************
      *    DEFINICAO DO ARQUIVO DE PEDIDOS - UM PEDIDO POR REGISTRO:    *
      *    'C' + CNPJ DA EMPRESA (QUEM SAO OS SOCIOS DA EMPRESA) OU     *

       01  ARQ-RESPOSTA                PIC X(100).

      *******************************************************************
      *    DEFINICAO DAS VARIAVEIS                                      *
      *******************************************************************
      *******************************************************************
       01  AS-CAMINHO-CADMEST      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CADMEST.dat'.
       01  AS-CAMINHO-CADHIST      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CADHIST.dat'.
       01  AS-CAMINHO-CONSULTA     PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CONSULTA.txt'.
       01  AS-CAMINHO-RESPOSTA     PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\RESPOSTA.txt'.

       01  AS-STATUS-MS            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-HS            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-PE            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-RE            PIC 9(002) VALUE ZEROS.
       01  AS-FIM-CONSULTA         PIC X(001) VALUE 'N'.
       01  AS-FIM-VARREDURA        PIC X(001) VALUE 'N'.
       01  AS-ACHOU-PEDIDO         PIC X(001) VALUE 'N'.
       01  AS-DATA                 PIC X(008) VALUE ZEROS.
       01  AS-HORA                 PIC X(006) VALUE ZEROS.

      *******************************************************************
      *    CONTADORES DE CONTROLE                                       *
      *******************************************************************
       01  AS-CONT-LOCALIZADOS     PIC 9(007) VALUE ZEROS.
       01  AS-CONT-NAO-LOCALIZ     PIC 9(007) VALUE ZEROS.
       01  AS-CONT-INVALIDOS       PIC 9(007) VALUE ZEROS.
       01  AS-CONT-ARQUIVADOS      PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    LINHAS DO ARQUIVO DE RESPOSTAS                               *
           05 LINDET-RSP-OCO-PERC  PIC ZZ9.99.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-RSP-OCO-QUAL  PIC X(001) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-RSP-OCO-MARCA PIC X(009) VALUE SPACES.
           05 FILLER               PIC X(016) VALUE SPACES.

       01  LINDET-RSP-ARQUIVADA.
           05 FILLER               PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(024)
              VALUE '*** ARQUIVADA - FORA DE '.
           05 FILLER               PIC X(012) VALUE 'ATIVA DESDE '.
           05 LINDET-RSP-ARQ-SAIDA PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(015) VALUE ', ARQUIVADA EM '.
           05 LINDET-RSP-ARQ-DATA  PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(019) VALUE ' ***'.

       01  LINDET-RSP-NAOLOC       PIC X(100)
           VALUE '  NAO LOCALIZADO'.
       01  LINDET-RSP-INVAL        PIC X(100)
           VALUE '  PEDIDO INVALIDO - TIPO DEVE SER C OU D'.

       01  LINDET-RSP-BRANCO       PIC X(100) VALUE SPACES.

      *******************************************************************
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR
              UNTIL AS-FIM-CONSULTA = 'S'.
           PERFORM 3000-FINALIZAR.

       0000-PRINCIPAL-FIM.
               STOP RUN
           END-IF

      *    SEM O HISTORICO (NENHUM ARQUIVAMENTO AINDA) A CONSULTA SO
      *    RESPONDE PELO MESTRE
           OPEN INPUT CADHIST.
           IF AS-STATUS-HS NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO CADHIST' AS-STATUS-HS
               DISPLAY 'EXECUCAO ABORTADA - HISTORICO INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CONSULTA.
           IF AS-STATUS-PE NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DA CONSULTA' AS-STATUS-PE
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CADHIST FROM ENVIRONMENT
                  'CBLZJP13_CADHIST'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CONSULTA FROM ENVIRONMENT
                  'CBLZJP13_CONSULTA'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-RESPOSTA FROM ENVIRONMENT
                  'CBLZJP13_RESPOSTA'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
      *******************************************************************
       2000-PROCESSAR                 SECTION.

           MOVE PED-TIPO             TO LINDET-RSP-PED-TIPO
           MOVE PED-CHAVE            TO LINDET-RSP-PED-CHAVE
           MOVE LINDET-RSP-PEDIDO    TO ARQ-RESPOSTA
           WRITE ARQ-RESPOSTA

           IF PED-TIPO-EMPRESA OR PED-TIPO-DOCUMENTO
               MOVE 'N'              TO AS-ACHOU-PEDIDO
               IF PED-TIPO-EMPRESA
                   PERFORM 2300-RESPONDER-EMPRESA
               ELSE
                   PERFORM 2400-RESPONDER-DOCUMENTO
               END-IF
               IF AS-ACHOU-PEDIDO EQUAL 'N'
                   MOVE LINDET-RSP-NAOLOC TO ARQ-RESPOSTA
                   WRITE ARQ-RESPOSTA
                   ADD 1             TO AS-CONT-NAO-LOCALIZ
               END-IF
           ELSE
               MOVE LINDET-RSP-INVAL TO ARQ-RESPOSTA
               WRITE ARQ-RESPOSTA
               ADD 1                 TO AS-CONT-INVALIDOS
           END-IF

           MOVE LINDET-RSP-BRANCO    TO ARQ-RESPOSTA
           WRITE ARQ-RESPOSTA

           PERFORM 2100-LER-CONSULTA
           .
       2000-PROCESSAR-FIM.
           EXIT.

      *******************************************************************
      *    2100-LER-CONSULTA                                            *
      *******************************************************************
      *******************************************************************
      *    2300-RESPONDER-EMPRESA - LEITURA DIRETA PELA CHAVE: O        *
      *    REGISTRO DA EMPRESA E, NA SEQUENCIA, OS SOCIOS ('S') DO      *
      *    MESMO CNPJ VIA START/READ NEXT. FORA DO MESTRE, A EMPRESA E  *
      *    PROCURADA NO ARQUIVO HISTORICO                               *
      *******************************************************************
       2300-RESPONDER-EMPRESA         SECTION.


           READ CADMEST
               INVALID KEY
                   PERFORM 2350-RESPONDER-ARQUIVADA
               NOT INVALID KEY
                   MOVE 'S'          TO AS-ACHOU-PEDIDO
                   ADD 1             TO AS-CONT-LOCALIZADOS
           EXIT.

      *******************************************************************
      *    2350-RESPONDER-ARQUIVADA - A EMPRESA NO ARQUIVO HISTORICO:   *
      *    A LINHA DA EMPRESA, A MARCA DE ARQUIVADA COM AS DATAS E OS   *
      *    SOCIOS QUE FORAM ARQUIVADOS COM ELA                          *
      *******************************************************************
       2350-RESPONDER-ARQUIVADA       SECTION.

           MOVE PED-CHAVE            TO HST-CNPJ
           MOVE 'E'                  TO HST-TIPO
           MOVE ALL '0'              TO HST-DOC-SOCIO

           READ CADHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'          TO AS-ACHOU-PEDIDO
                   ADD 1             TO AS-CONT-LOCALIZADOS
                   ADD 1             TO AS-CONT-ARQUIVADOS
                   MOVE HST-CNPJ     TO LINDET-RSP-EMP-CNPJ
                   MOVE HST-E-SIT    TO LINDET-RSP-EMP-SIT
                   MOVE HST-E-STATUS TO LINDET-RSP-EMP-STAT
                   MOVE HST-E-NOME   TO LINDET-RSP-EMP-NOME
                   MOVE LINDET-RSP-EMPRESA TO ARQ-RESPOSTA
                   WRITE ARQ-RESPOSTA
                   MOVE HST-DATA-SAIDA(7:2) TO LINDET-RSP-ARQ-SAIDA(1:2)
                   MOVE '/'          TO LINDET-RSP-ARQ-SAIDA(3:1)
                   MOVE HST-DATA-SAIDA(5:2) TO LINDET-RSP-ARQ-SAIDA(4:2)
                   MOVE '/'          TO LINDET-RSP-ARQ-SAIDA(6:1)
                   MOVE HST-DATA-SAIDA(1:4) TO LINDET-RSP-ARQ-SAIDA(7:4)
                   MOVE HST-DATA-ARQ(7:2) TO LINDET-RSP-ARQ-DATA(1:2)
                   MOVE '/'          TO LINDET-RSP-ARQ-DATA(3:1)
                   MOVE HST-DATA-ARQ(5:2) TO LINDET-RSP-ARQ-DATA(4:2)
                   MOVE '/'          TO LINDET-RSP-ARQ-DATA(6:1)
                   MOVE HST-DATA-ARQ(1:4) TO LINDET-RSP-ARQ-DATA(7:4)
                   MOVE LINDET-RSP-ARQUIVADA TO ARQ-RESPOSTA
                   WRITE ARQ-RESPOSTA
                   PERFORM 2360-LISTAR-SOCIOS-ARQ
           END-READ
           .
       2350-RESPONDER-ARQUIVADA-FIM.
           EXIT.

      *******************************************************************
      *    2360-LISTAR-SOCIOS-ARQ - POSICIONA NO PRIMEIRO 'S' DO CNPJ   *
      *    NO HISTORICO E LISTA OS SOCIOS DA EMPRESA ARQUIVADA          *
      *******************************************************************
       2360-LISTAR-SOCIOS-ARQ         SECTION.

           MOVE 'N'                  TO AS-FIM-VARREDURA

           MOVE PED-CHAVE            TO HST-CNPJ
           MOVE 'S'                  TO HST-TIPO
           MOVE ALL '0'              TO HST-DOC-SOCIO

           START CADHIST KEY NOT LESS HST-CHAVE
               INVALID KEY
                   MOVE 'S'          TO AS-FIM-VARREDURA
           END-START

           PERFORM 2370-LISTAR-UM-SOCIO-ARQ
               UNTIL AS-FIM-VARREDURA EQUAL 'S'
           .
       2360-LISTAR-SOCIOS-ARQ-FIM.
           EXIT.

      *******************************************************************
      *    2370-LISTAR-UM-SOCIO-ARQ - UM SOCIO DA EMPRESA ARQUIVADA     *
      *******************************************************************
       2370-LISTAR-UM-SOCIO-ARQ       SECTION.

           READ CADHIST NEXT
               AT END
                   MOVE 'S'          TO AS-FIM-VARREDURA
               NOT AT END
                   IF HST-CNPJ NOT EQUAL PED-CHAVE
                      OR HST-TIPO NOT EQUAL 'S'
                       MOVE 'S'      TO AS-FIM-VARREDURA
                   ELSE
                       MOVE HST-DOC-SOCIO    TO LINDET-RSP-SOC-DOC
                       MOVE HST-S-TIPO-PESSOA TO LINDET-RSP-SOC-TIPO
                       MOVE HST-S-NOME       TO LINDET-RSP-SOC-NOME
                       MOVE HST-S-STATUS     TO LINDET-RSP-SOC-STAT
                       IF HST-S-PERC-PART IS NUMERIC
                           MOVE HST-S-PERC-PART
                                             TO LINDET-RSP-SOC-PERC
                       ELSE
                           MOVE ZEROS        TO LINDET-RSP-SOC-PERC
                       END-IF
                       MOVE HST-S-QUALIF     TO LINDET-RSP-SOC-QUAL
                       MOVE LINDET-RSP-SOCIO TO ARQ-RESPOSTA
                       WRITE ARQ-RESPOSTA
                   END-IF
           END-READ
           .
       2370-LISTAR-UM-SOCIO-ARQ-FIM.
           EXIT.

      *******************************************************************
      *    2400-RESPONDER-DOCUMENTO - LEITURA DIRETA PELA CHAVE         *
      *    ALTERNATIVA: POSICIONA NO DOCUMENTO E LISTA AS EMPRESAS EM   *
      *    QUE ELE APARECE COMO SOCIO, DEPOIS AS EMPRESAS ARQUIVADAS    *
      *    EM QUE ELE ERA SOCIO. DOCUMENTO ZERADO (O DOS REGISTROS DE   *
      *    EMPRESA) NAO E PESQUISADO                                    *
      *******************************************************************
       2400-RESPONDER-DOCUMENTO       SECTION.

           MOVE 'N'                  TO AS-FIM-VARREDURA
           MOVE SPACES               TO LINDET-RSP-OCO-MARCA

           IF PED-CHAVE EQUAL SPACES OR PED-CHAVE EQUAL ALL '0'
               MOVE 'S'              TO AS-FIM-VARREDURA
           ELSE
               MOVE PED-CHAVE        TO MST-DOC-SOCIO
               START CADMEST KEY EQUAL MST-DOC-SOCIO
                   INVALID KEY
                       MOVE 'S'      TO AS-FIM-VARREDURA
               END-START
           END-IF

           PERFORM 2410-LISTAR-OCORRENCIA
               UNTIL AS-FIM-VARREDURA EQUAL 'S'

           MOVE 'N'                  TO AS-FIM-VARREDURA
           MOVE 'ARQUIVADA'          TO LINDET-RSP-OCO-MARCA

           IF PED-CHAVE EQUAL SPACES OR PED-CHAVE EQUAL ALL '0'
               MOVE 'S'              TO AS-FIM-VARREDURA
           ELSE
               MOVE PED-CHAVE        TO HST-DOC-SOCIO
               START CADHIST KEY EQUAL HST-DOC-SOCIO
                   INVALID KEY
                       MOVE 'S'      TO AS-FIM-VARREDURA
               END-START
           END-IF

           PERFORM 2420-LISTAR-OCORRENCIA-ARQ
               UNTIL AS-FIM-VARREDURA EQUAL 'S'

           IF AS-ACHOU-PEDIDO EQUAL 'S'
               ADD 1                 TO AS-CONT-LOCALIZADOS
           END-IF
           .
       2400-RESPONDER-DOCUMENTO-FIM.
           EXIT.

      *******************************************************************
      *    2410-LISTAR-OCORRENCIA - GRAVA NO BLOCO UMA EMPRESA EM QUE   *
      *    O DOCUMENTO E SOCIO (A LEITURA SEGUE A CHAVE ALTERNATIVA)    *
      *******************************************************************
       2410-LISTAR-OCORRENCIA         SECTION.

           READ CADMEST NEXT
               AT END
                   MOVE 'S'          TO AS-FIM-VARREDURA
               NOT AT END
                   IF MST-DOC-SOCIO NOT EQUAL PED-CHAVE
                       MOVE 'S'      TO AS-FIM-VARREDURA
                   ELSE
                       IF MST-TIPO EQUAL 'S'
                           MOVE 'S'        TO AS-ACHOU-PEDIDO
                           MOVE MST-CNPJ   TO LINDET-RSP-OCO-CNPJ
                           MOVE MST-S-NOME TO LINDET-RSP-OCO-NOME
                           IF MST-S-PERC-PART IS NUMERIC
                               MOVE MST-S-PERC-PART
                                             TO LINDET-RSP-OCO-PERC
                           ELSE
                               MOVE ZEROS    TO LINDET-RSP-OCO-PERC
                           END-IF
                           MOVE MST-S-QUALIF TO LINDET-RSP-OCO-QUAL
                           MOVE LINDET-RSP-OCORR TO ARQ-RESPOSTA
                           WRITE ARQ-RESPOSTA
                       END-IF
                   END-IF
           END-READ
           .
       2410-LISTAR-OCORRENCIA-FIM.
           EXIT.

      *******************************************************************
      *    2420-LISTAR-OCORRENCIA-ARQ - UMA EMPRESA ARQUIVADA EM QUE O  *
      *    DOCUMENTO ERA SOCIO (CHAVE ALTERNATIVA DO HISTORICO)         *
      *******************************************************************
       2420-LISTAR-OCORRENCIA-ARQ     SECTION.

           READ CADHIST NEXT
               AT END
                   MOVE 'S'          TO AS-FIM-VARREDURA
               NOT AT END
                   IF HST-DOC-SOCIO NOT EQUAL PED-CHAVE
                       MOVE 'S'      TO AS-FIM-VARREDURA
                   ELSE
                       IF HST-TIPO EQUAL 'S'
                           MOVE 'S'        TO AS-ACHOU-PEDIDO
                           MOVE HST-CNPJ   TO LINDET-RSP-OCO-CNPJ
                           MOVE HST-S-NOME TO LINDET-RSP-OCO-NOME
                           IF HST-S-PERC-PART IS NUMERIC
                               MOVE HST-S-PERC-PART
                                             TO LINDET-RSP-OCO-PERC
                           ELSE
                               MOVE ZEROS    TO LINDET-RSP-OCO-PERC
                           END-IF
                           MOVE HST-S-QUALIF TO LINDET-RSP-OCO-QUAL
                           MOVE LINDET-RSP-OCORR TO ARQ-RESPOSTA
                           WRITE ARQ-RESPOSTA
                       END-IF
                   END-IF
           END-READ
           .
       2420-LISTAR-OCORRENCIA-ARQ-FIM.
           EXIT.

      *******************************************************************
           DISPLAY 'PEDIDOS LOCALIZADOS:    ' AS-CONT-LOCALIZADOS
           DISPLAY 'PEDIDOS NAO LOCALIZADOS:' AS-CONT-NAO-LOCALIZ
           DISPLAY 'PEDIDOS INVALIDOS:      ' AS-CONT-INVALIDOS
           DISPLAY 'EMPRESAS ARQUIVADAS:    ' AS-CONT-ARQUIVADOS

           CLOSE CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO CADMEST' AS-STATUS-MS
           END-IF

           CLOSE CADHIST.
           IF AS-STATUS-HS NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO CADHIST' AS-STATUS-HS
           END-IF

           CLOSE CONSULTA.
           IF AS-STATUS-PE NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DA CONSULTA' AS-STATUS-PE
               DISPLAY 'ERRO NO FECHAMENTO DA RESPOSTA' AS-STATUS-RE
           END-IF

      *    PEDIDOS INVALIDOS REBAIXAM A EXECUCAO LIMPA PARA CONCLUIDA
      *    COM AVISOS (PEDIDO NAO LOCALIZADO E RESPOSTA NORMAL)
           IF AS-CONT-INVALIDOS > ZEROS
              AND RETURN-CODE < 4
               MOVE 4                TO RETURN-CODE
           END-IF
