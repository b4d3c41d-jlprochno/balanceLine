       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP23.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: REORGANIZACAO DO CADASTRO MESTRE INDEXADO - RECONSTROI
      *          O CADMEST GRAVADO SO COM A CHAVE PRIMARIA NUM MESTRE
      *          NOVO COM A CHAVE ALTERNATIVA PELO DOCUMENTO DO SOCIO
      *          (COM DUPLICIDADE). O MESTRE ATUAL SO E LIDO; O NOVO
      *          SAI EM OUTRO CAMINHO E E CONFERIDO RELENDO TUDO PELA
      *          CHAVE ALTERNATIVA. SO COM RC 0 O OPERADOR TROCA O
      *          MESTRE NOVO PELO ATUAL. EXECUCAO UNICA, COM O BATCH
      *          PARADO (NENHUM PROGRAMA COM O MESTRE ABERTO)
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *******************************************************************
      *    DEFINICAO DOS ARQUIVOS                                       *
      *******************************************************************
      *    MESTRE ATUAL, NA ESTRUTURA ANTERIOR (SO A CHAVE PRIMARIA)
       SELECT CADANTIG ASSIGN TO DYNAMIC AS-CAMINHO-CADANTIG
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS ANT-CHAVE
       FILE STATUS IS AS-STATUS-AN.

      *    MESTRE NOVO, NA ESTRUTURA DO CBLZJP05
       SELECT CADMEST ASSIGN TO DYNAMIC AS-CAMINHO-CADMEST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MST-CHAVE
       ALTERNATE RECORD KEY IS MST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-MS.

       DATA DIVISION.
       FILE SECTION.

      *******************************************************************
      *    MESTRE ATUAL (MESMO LAYOUT DO CBLZJP05, SEM A CHAVE           *
      *    ALTERNATIVA)                                                 *
      *******************************************************************
       FD  CADANTIG.

       01  REG-CADANTIG.
           05 ANT-CHAVE.
               10 ANT-CNPJ             PIC X(014).
               10 ANT-TIPO             PIC X(001).
               10 ANT-DOC-SOCIO        PIC X(014).
           05 ANT-DADOS                PIC X(080).

      *******************************************************************
      *    DEFINICAO DO CADASTRO MESTRE INDEXADO (MESMO LAYOUT DO       *
      *    CBLZJP05) - CHAVE ALTERNATIVA PELO DOC DO SOCIO              *
      *******************************************************************
       FD  CADMEST.

       01  REG-CADMEST.
           05 MST-CHAVE.
               10 MST-CNPJ             PIC X(014).
               10 MST-TIPO             PIC X(001).
               10 MST-DOC-SOCIO        PIC X(014).
           05 MST-DADOS                PIC X(080).

      *******************************************************************
      *    DEFINICAO DAS VARIAVEIS                                      *
      *******************************************************************
       WORKING-STORAGE SECTION.

      *******************************************************************
      *    CAMINHOS DOS ARQUIVOS - PARAMETRIZAVEIS VIA VARIAVEL DE       *
      *    AMBIENTE, SEM NECESSIDADE DE RECOMPILACAO PARA CADA FILIAL   *
      *******************************************************************
       01  AS-CAMINHO-CADANTIG     PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CADMEST.dat'.
       01  AS-CAMINHO-CADMEST      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CADREORG.dat'.

       01  AS-STATUS-AN            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-MS            PIC 9(002) VALUE ZEROS.
       01  AS-FIM-CADANTIG         PIC X(001) VALUE 'N'.
       01  AS-FIM-CONFERENCIA      PIC X(001) VALUE 'N'.

      *******************************************************************
      *    CONTADORES DE CONTROLE                                       *
      *******************************************************************
       01  AS-CONT-LIDOS           PIC 9(007) VALUE ZEROS.
       01  AS-CONT-GRAVADOS        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-REJEITADOS      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-CONFERIDOS      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SOCIOS          PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    CRIACAO E DECLARACAO DOS PERFORMS                            *
      *******************************************************************

       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.

           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR
              UNTIL AS-FIM-CADANTIG = 'S'.
           PERFORM 2500-CONFERIR-MESTRE-NOVO.
           PERFORM 3000-FINALIZAR.

       0000-PRINCIPAL-FIM.
           EXIT.
      *******************************************************************
      *    INICIALIZACAO DO PROGRAMA                                    *
      *******************************************************************
       1000-INICIALIZAR             SECTION.

      *    CARGA DOS CAMINHOS DE ARQUIVO (PARAMETRIZAVEIS POR AMBIENTE)
           PERFORM 1005-CARREGAR-CAMINHOS

           IF AS-CAMINHO-CADANTIG EQUAL AS-CAMINHO-CADMEST
               DISPLAY 'MESTRE ATUAL E MESTRE NOVO NO MESMO CAMINHO'
               DISPLAY 'EXECUCAO ABORTADA - INFORMAR OUTRO CAMINHO '
                       'PARA O MESTRE NOVO'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

      *    O MESTRE ATUAL INDISPONIVEL ABORTA ANTES DE CRIAR O NOVO
           OPEN INPUT CADANTIG.
           IF AS-STATUS-AN NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO MESTRE ATUAL' AS-STATUS-AN
               DISPLAY 'EXECUCAO ABORTADA - MESTRE ATUAL INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO MESTRE NOVO' AS-STATUS-MS
               DISPLAY 'EXECUCAO ABORTADA - MESTRE NOVO NAO CRIADO'
               CLOSE CADANTIG
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2100-LER-CADANTIG
           IF AS-FIM-CADANTIG EQUAL 'S'
               DISPLAY 'MESTRE ATUAL VAZIO'
           END-IF
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    1005-CARREGAR-CAMINHOS - LE OS CAMINHOS DOS ARQUIVOS VIA      *
      *    VARIAVEL DE AMBIENTE, MANTENDO O PADRAO SE NAO INFORMADA      *
      *******************************************************************
       1005-CARREGAR-CAMINHOS       SECTION.

           ACCEPT AS-CAMINHO-CADANTIG FROM ENVIRONMENT
                  'CBLZJP23_CADANTIG'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CADMEST FROM ENVIRONMENT
                  'CBLZJP23_CADMEST'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
           .
       1005-CARREGAR-CAMINHOS-FIM.
           EXIT.

      *******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA - 2000-PROCESSAR                  *
      *    O MESTRE ATUAL E LIDO NA ORDEM DA CHAVE PRIMARIA E GRAVADO   *
      *    NA MESMA ORDEM NO NOVO; A CHAVE ALTERNATIVA E MONTADA PELO   *
      *    PROPRIO ARQUIVO EM CADA WRITE                                *
      *******************************************************************
       2000-PROCESSAR                 SECTION.

           MOVE REG-CADANTIG         TO REG-CADMEST

           WRITE REG-CADMEST
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DO MESTRE NOVO: '
                           MST-CHAVE ' ' AS-STATUS-MS
                   ADD 1             TO AS-CONT-REJEITADOS
               NOT INVALID KEY
                   ADD 1             TO AS-CONT-GRAVADOS
           END-WRITE

           PERFORM 2100-LER-CADANTIG
           .
       2000-PROCESSAR-FIM.
           EXIT.

      *******************************************************************
      *    2100-LER-CADANTIG                                            *
      *******************************************************************
       2100-LER-CADANTIG              SECTION.

           READ CADANTIG NEXT
                AT END MOVE 'S'       TO AS-FIM-CADANTIG
                NOT AT END
                   IF AS-STATUS-AN NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DO MESTRE ATUAL'
                               AS-STATUS-AN
                       DISPLAY 'REORGANIZACAO INCOMPLETA - '
                               'MESTRE NOVO NAO DEVE SER USADO'
                       MOVE 16         TO RETURN-CODE
                       MOVE 'S'        TO AS-FIM-CADANTIG
                   ELSE
                       ADD 1           TO AS-CONT-LIDOS
                   END-IF
           END-READ
           .
       2100-LER-CADANTIG-FIM.
           EXIT.

      *******************************************************************
      *    2500-CONFERIR-MESTRE-NOVO - RELE O MESTRE NOVO INTEIRO PELA  *
      *    CHAVE ALTERNATIVA: A CONTAGEM TEM DE BATER COM A GRAVACAO    *
      *******************************************************************
       2500-CONFERIR-MESTRE-NOVO      SECTION.

           CLOSE CADMEST
           OPEN INPUT CADMEST
           IF AS-STATUS-MS NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REABERTURA DO MESTRE NOVO' AS-STATUS-MS
               MOVE 16               TO RETURN-CODE
               MOVE 'S'              TO AS-FIM-CONFERENCIA
           ELSE
               MOVE LOW-VALUES       TO MST-DOC-SOCIO
               START CADMEST KEY NOT LESS MST-DOC-SOCIO
                   INVALID KEY
                       MOVE 'S'      TO AS-FIM-CONFERENCIA
               END-START
           END-IF

           PERFORM 2510-CONFERIR-REGISTRO
               UNTIL AS-FIM-CONFERENCIA EQUAL 'S'
           .
       2500-CONFERIR-MESTRE-NOVO-FIM.
           EXIT.

      *******************************************************************
      *    2510-CONFERIR-REGISTRO - UM REGISTRO NA ORDEM DA CHAVE       *
      *    ALTERNATIVA (STATUS 02 = HA OUTRO COM O MESMO DOCUMENTO)     *
      *******************************************************************
       2510-CONFERIR-REGISTRO         SECTION.

           READ CADMEST NEXT
               AT END
                   MOVE 'S'          TO AS-FIM-CONFERENCIA
               NOT AT END
                   IF AS-STATUS-MS NOT EQUAL ZEROS AND 02
                       DISPLAY 'ERRO NA CONFERENCIA DO MESTRE NOVO'
                               AS-STATUS-MS
                       MOVE 16       TO RETURN-CODE
                       MOVE 'S'      TO AS-FIM-CONFERENCIA
                   ELSE
                       ADD 1         TO AS-CONT-CONFERIDOS
                       IF MST-TIPO EQUAL 'S'
                           ADD 1     TO AS-CONT-SOCIOS
                       END-IF
                   END-IF
           END-READ
           .
       2510-CONFERIR-REGISTRO-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
       3000-FINALIZAR                SECTION.

           DISPLAY 'REGISTROS LIDOS DO MESTRE ATUAL:   ' AS-CONT-LIDOS
           DISPLAY 'REGISTROS GRAVADOS NO MESTRE NOVO: '
                   AS-CONT-GRAVADOS
           DISPLAY 'REGISTROS NAO GRAVADOS:            '
                   AS-CONT-REJEITADOS
           DISPLAY 'REGISTROS CONFERIDOS PELO DOC:     '
                   AS-CONT-CONFERIDOS
           DISPLAY 'SOCIOS NA CHAVE ALTERNATIVA:       ' AS-CONT-SOCIOS

           CLOSE CADANTIG.
           IF AS-STATUS-AN NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO MESTRE ATUAL' AS-STATUS-AN
           END-IF

           CLOSE CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO MESTRE NOVO' AS-STATUS-MS
           END-IF

      *    QUALQUER DIFERENCA DE CONTAGEM INVALIDA O MESTRE NOVO: O
      *    OPERADOR NAO DEVE TROCAR O MESTRE
           IF AS-CONT-REJEITADOS > ZEROS
              OR AS-CONT-GRAVADOS NOT EQUAL AS-CONT-LIDOS
              OR AS-CONT-CONFERIDOS NOT EQUAL AS-CONT-GRAVADOS
               DISPLAY 'CONTAGENS DIVERGENTES - MESTRE NOVO NAO DEVE '
                       'SER USADO'
               MOVE 16               TO RETURN-CODE
           ELSE
               DISPLAY 'REORGANIZACAO CONCLUIDA - MESTRE NOVO PRONTO '
                       'PARA A TROCA'
           END-IF

           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZJP23.
