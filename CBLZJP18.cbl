       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP18.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: APROVACAO DAS TRANSACOES SENSIVEIS DO MESTRE - PERCORRE
      *          O ARQUIVO DE PENDENTES GRAVADO PELO CBLZJP05/CBLZJP17
      *          E MOSTRA CADA ITEM AINDA NAO DECIDIDO, COM O REGISTRO
      *          ATUAL DO MESTRE, PARA UM SEGUNDO OPERADOR APROVAR OU
      *          RECUSAR. O APROVADOR NUNCA DECIDE O ITEM QUE ELE MESMO
      *          DIGITOU. A DECISAO (OPERADOR, DATA E HORA) FICA NO
      *          PENDENTE E O CBLZJP05 APLICA OS APROVADOS NO PROXIMO
      *          RUN, GRAVANDO OS DOIS OPERADORES NO JORNAL
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *******************************************************************
      *    DEFINICAO DOS ARQUIVOS                                       *
      *******************************************************************
       SELECT OPTIONAL PENDENT ASSIGN TO DYNAMIC AS-CAMINHO-PENDENT
       FILE STATUS IS AS-STATUS-PD.

       SELECT OPTIONAL CADMEST ASSIGN TO DYNAMIC AS-CAMINHO-CADMEST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MST-CHAVE
       ALTERNATE RECORD KEY IS MST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-MS.

       DATA DIVISION.
       FILE SECTION.

      *******************************************************************
      *    DEFINICAO DO ARQUIVO DE PENDENTES DE APROVACAO (MESMO        *
      *    LAYOUT DO CBLZJP05), COM A TRANSACAO RETIDA ABERTA NOS       *
      *    CAMPOS DO TRANSAC PARA A EXIBICAO                            *
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
           05 PND-TRANSAC.
               10 PND-T-OPER           PIC X(001).
               10 PND-T-TIPO           PIC X(001).
                   88 PND-T-TIPO-EMPRESA   VALUE 'E'.
               10 PND-T-CNPJ           PIC X(014).
               10 PND-T-DADOS          PIC X(080).
               10 PND-T-DADOS-EMP REDEFINES PND-T-DADOS.
                   15 PND-T-E-SIT      PIC X(006).
                   15 PND-T-E-NOME     PIC X(059).
                   15 PND-T-E-STATUS   PIC X(005).
                   15 PND-T-E-DATA-ABERT PIC X(010).
               10 PND-T-DADOS-SOC REDEFINES PND-T-DADOS.
                   15 PND-T-S-DOC      PIC X(014).
                   15 PND-T-S-NOME     PIC X(036).
                   15 PND-T-S-STATUS   PIC X(005).
                   15 PND-T-S-TIPO-PESSOA PIC X(001).
                   15 PND-T-S-PERC-PART PIC 9(003)V9(002).
                   15 PND-T-S-QUALIF   PIC X(001).
                   15 FILLER           PIC X(018).
               10 PND-T-OPERADOR       PIC X(008).
           05 PND-APROVADOR            PIC X(008).
           05 PND-DATA-DEC             PIC X(008).
           05 PND-HORA-DEC             PIC X(006).
           05 FILLER                   PIC X(003).

      *******************************************************************
      *    DEFINICAO DO CADASTRO MESTRE INDEXADO (MESMO LAYOUT DO       *
      *    CBLZJP05) - SO LEITURA, PARA MOSTRAR O REGISTRO ATUAL        *
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
      *    DEFINICAO DAS VARIAVEIS                                      *
      *******************************************************************
       WORKING-STORAGE SECTION.

      *******************************************************************
      *    CAMINHOS DOS ARQUIVOS - PARAMETRIZAVEIS VIA VARIAVEL DE       *
      *    AMBIENTE, SEM NECESSIDADE DE RECOMPILACAO PARA CADA FILIAL   *
      *******************************************************************
       01  AS-CAMINHO-PENDENT      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\PENDENT.txt'.
       01  AS-CAMINHO-CADMEST      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CADMEST.dat'.

       01  AS-STATUS-PD            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-MS            PIC 9(002) VALUE ZEROS.
       01  AS-FIM-PENDENT          PIC X(001) VALUE 'N'.
       01  AS-DATA                 PIC X(008) VALUE ZEROS.
       01  AS-HORA                 PIC X(006) VALUE ZEROS.

      *******************************************************************
      *    CAMPOS DIGITADOS NA TELA                                     *
      *******************************************************************
       01  AS-TELA-APROVADOR       PIC X(008) VALUE SPACES.
       01  AS-TELA-DECISAO         PIC X(001) VALUE SPACES.
           88 AS-DECISAO-APROVA        VALUE 'A' 'a'.
           88 AS-DECISAO-RECUSA        VALUE 'R' 'r'.
           88 AS-DECISAO-ENCERRA       VALUE 'F' 'f'.

      *******************************************************************
      *    CONTADORES DA SESSAO                                         *
      *******************************************************************
       01  AS-CONT-LIDOS           PIC 9(007) VALUE ZEROS.
       01  AS-CONT-EXIBIDOS        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-APROVADOS       PIC 9(007) VALUE ZEROS.
       01  AS-CONT-RECUSADOS       PIC 9(007) VALUE ZEROS.
       01  AS-CONT-PROPRIOS        PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    DEFINICAO DAS LINHAS DA TELA                                 *
      *******************************************************************
       01  WS-CABEC-TEL1           PIC X(079) VALUE ALL '='.

       01  WS-CABEC-TEL2.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-TEL2-PGM    PIC X(008) VALUE 'CBLZJP18'.
           05 FILLER               PIC X(010) VALUE SPACES.
           05 WS-CABEC-TEL2-DES    PIC X(036)
              VALUE 'APROVACAO DE TRANSACOES SENSIVEIS'.
           05 FILLER               PIC X(024) VALUE SPACES.

       01  LINDET-TEL-ITEM.
           05 FILLER               PIC X(006) VALUE 'ITEM: '.
           05 LINDET-TEL-SEQ       PIC ZZZZZZ9.
           05 FILLER               PIC X(012) VALUE '  RETIDO EM '.
           05 LINDET-TEL-DT        PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TEL-HR        PIC X(008) VALUE SPACES.
           05 FILLER               PIC X(012) VALUE '  OPERADOR: '.
           05 LINDET-TEL-OPERADOR  PIC X(008) VALUE SPACES.

       01  LINDET-TEL-CHAVE.
           05 FILLER               PIC X(006) VALUE 'OPER: '.
           05 LINDET-TEL-OPER      PIC X(001) VALUE SPACES.
           05 FILLER               PIC X(008) VALUE '  TIPO: '.
           05 LINDET-TEL-TIPO      PIC X(001) VALUE SPACES.
           05 FILLER               PIC X(008) VALUE '  CNPJ: '.
           05 LINDET-TEL-CNPJ      PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(007) VALUE '  DOC: '.
           05 LINDET-TEL-DOC       PIC X(014) VALUE SPACES.

       01  LINDET-TEL-EMPRESA.
           05 LINDET-TEL-EMP-LBL   PIC X(010) VALUE SPACES.
           05 LINDET-TEL-EMP-SIT   PIC X(006) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TEL-EMP-STAT  PIC X(005) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TEL-EMP-ABER  PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TEL-EMP-NOME  PIC X(045) VALUE SPACES.

       01  LINDET-TEL-SOCIO.
           05 LINDET-TEL-SOC-LBL   PIC X(010) VALUE SPACES.
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
              UNTIL AS-FIM-PENDENT = 'S'.
           PERFORM 3000-FINALIZAR.

       0000-PRINCIPAL-FIM.
           EXIT.
      *******************************************************************
      *    INICIALIZACAO DO PROGRAMA                                    *
      *******************************************************************
       1000-INICIALIZAR             SECTION.

      *    CARGA DOS CAMINHOS DE ARQUIVO (PARAMETRIZAVEIS POR AMBIENTE)
           PERFORM 1005-CARREGAR-CAMINHOS

           OPEN I-O PENDENT.
           IF AS-STATUS-PD NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO PENDENT' AS-STATUS-PD
               DISPLAY 'EXECUCAO ABORTADA - PENDENTES INDISPONIVEIS'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS AND 05
               DISPLAY 'ERRO NA ABERTURA DO CADMEST' AS-STATUS-MS
               DISPLAY 'EXECUCAO ABORTADA - MESTRE INDISPONIVEL'
               CLOSE PENDENT
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY WS-CABEC-TEL1
           DISPLAY WS-CABEC-TEL2
           DISPLAY WS-CABEC-TEL1

      *    A SEGREGACAO DEPENDE DA IDENTIFICACAO DO APROVADOR: SEM ELA
      *    NENHUM ITEM E MOSTRADO
           DISPLAY 'APROVADOR: ' WITH NO ADVANCING
           ACCEPT AS-TELA-APROVADOR
           IF AS-TELA-APROVADOR EQUAL SPACES
               DISPLAY 'APROVADOR NAO INFORMADO - SESSAO ENCERRADA'
               MOVE 'S'              TO AS-FIM-PENDENT
           ELSE
               PERFORM 2100-LER-PENDENT
               IF AS-FIM-PENDENT EQUAL 'S'
                   DISPLAY 'ARQUIVO DE PENDENTES VAZIO'
               END-IF
           END-IF
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    1005-CARREGAR-CAMINHOS - LE OS CAMINHOS DOS ARQUIVOS VIA      *
      *    VARIAVEL DE AMBIENTE, MANTENDO O PADRAO SE NAO INFORMADA      *
      *******************************************************************
       1005-CARREGAR-CAMINHOS       SECTION.

           ACCEPT AS-CAMINHO-PENDENT FROM ENVIRONMENT
                  'CBLZJP18_PENDENT'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CADMEST FROM ENVIRONMENT
                  'CBLZJP18_CADMEST'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
           .
       1005-CARREGAR-CAMINHOS-FIM.
           EXIT.

      *******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA - 2000-PROCESSAR                  *
      *    SO O ITEM AINDA PENDENTE E MOSTRADO; O DIGITADO PELO PROPRIO *
      *    APROVADOR E PULADO E FICA PARA OUTRO OPERADOR                *
      *******************************************************************
       2000-PROCESSAR                 SECTION.

           IF PND-PENDENTE
              AND PND-PROCESSADA NOT EQUAL 'S'
               IF PND-T-OPERADOR EQUAL AS-TELA-APROVADOR
                   ADD 1             TO AS-CONT-PROPRIOS
               ELSE
                   PERFORM 2200-EXIBIR-ITEM
                   PERFORM 2300-DECIDIR-ITEM
               END-IF
           END-IF

           IF AS-FIM-PENDENT NOT EQUAL 'S'
               PERFORM 2100-LER-PENDENT
           END-IF
           .
       2000-PROCESSAR-FIM.
           EXIT.

      *******************************************************************
      *    2100-LER-PENDENT                                             *
      *******************************************************************
       2100-LER-PENDENT               SECTION.

           READ PENDENT
                AT END MOVE 'S'       TO AS-FIM-PENDENT
                NOT AT END
                   IF AS-STATUS-PD NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DO PENDENT'
                               AS-STATUS-PD
                       MOVE 'S'        TO AS-FIM-PENDENT
                   ELSE
                       ADD 1             TO AS-CONT-LIDOS
                   END-IF
           .
       2100-LER-PENDENT-FIM.
           EXIT.

      *******************************************************************
      *    2200-EXIBIR-ITEM - DADOS DA RETENCAO, A TRANSACAO PEDIDA E O *
      *    REGISTRO COMO ESTA HOJE NO MESTRE                            *
      *******************************************************************
       2200-EXIBIR-ITEM               SECTION.

           ADD 1                     TO AS-CONT-EXIBIDOS

           MOVE AS-CONT-LIDOS        TO LINDET-TEL-SEQ
           MOVE PND-DATA-INC(7:2)    TO LINDET-TEL-DT(1:2)
           MOVE '/'                  TO LINDET-TEL-DT(3:1)
           MOVE PND-DATA-INC(5:2)    TO LINDET-TEL-DT(4:2)
           MOVE '/'                  TO LINDET-TEL-DT(6:1)
           MOVE PND-DATA-INC(1:4)    TO LINDET-TEL-DT(7:4)
           MOVE PND-HORA-INC(1:2)    TO LINDET-TEL-HR(1:2)
           MOVE ':'                  TO LINDET-TEL-HR(3:1)
           MOVE PND-HORA-INC(3:2)    TO LINDET-TEL-HR(4:2)
           MOVE ':'                  TO LINDET-TEL-HR(6:1)
           MOVE PND-HORA-INC(5:2)    TO LINDET-TEL-HR(7:2)
           MOVE PND-T-OPERADOR       TO LINDET-TEL-OPERADOR

           MOVE PND-T-OPER           TO LINDET-TEL-OPER
           MOVE PND-T-TIPO           TO LINDET-TEL-TIPO
           MOVE PND-T-CNPJ           TO LINDET-TEL-CNPJ
           MOVE PND-T-CNPJ           TO MST-CNPJ
           MOVE PND-T-TIPO           TO MST-TIPO
           IF PND-T-TIPO-EMPRESA
               MOVE SPACES           TO LINDET-TEL-DOC
               MOVE ALL '0'          TO MST-DOC-SOCIO
           ELSE
               MOVE PND-T-S-DOC      TO LINDET-TEL-DOC
               MOVE PND-T-S-DOC      TO MST-DOC-SOCIO
           END-IF

           DISPLAY WS-CABEC-TEL1
           DISPLAY LINDET-TEL-ITEM
           DISPLAY 'MOTIVO: ' PND-MOTIVO
           DISPLAY LINDET-TEL-CHAVE

      *    REGISTRO ATUAL DO MESTRE
           READ CADMEST
               INVALID KEY
                   DISPLAY 'ATUAL:    REGISTRO NAO CADASTRADO NO MESTRE'
               NOT INVALID KEY
                   IF PND-T-TIPO-EMPRESA
                       MOVE 'ATUAL:    '     TO LINDET-TEL-EMP-LBL
                       MOVE MST-E-SIT        TO LINDET-TEL-EMP-SIT
                       MOVE MST-E-STATUS     TO LINDET-TEL-EMP-STAT
                       MOVE MST-E-DATA-ABERT TO LINDET-TEL-EMP-ABER
                       MOVE MST-E-NOME       TO LINDET-TEL-EMP-NOME
                       DISPLAY LINDET-TEL-EMPRESA
                   ELSE
                       MOVE 'ATUAL:    '     TO LINDET-TEL-SOC-LBL
                       MOVE MST-S-TIPO-PESSOA TO LINDET-TEL-SOC-TIPO
                       MOVE MST-S-NOME       TO LINDET-TEL-SOC-NOME
                       MOVE MST-S-STATUS     TO LINDET-TEL-SOC-STAT
                       IF MST-S-PERC-PART IS NUMERIC
                           MOVE MST-S-PERC-PART TO LINDET-TEL-SOC-PERC
                       ELSE
                           MOVE ZEROS        TO LINDET-TEL-SOC-PERC
                       END-IF
                       MOVE MST-S-QUALIF     TO LINDET-TEL-SOC-QUAL
                       DISPLAY LINDET-TEL-SOCIO
                   END-IF
           END-READ

      *    O QUE A TRANSACAO PEDE (A EXCLUSAO NAO TRAZ DADOS)
           IF PND-T-OPER EQUAL 'E'
               DISPLAY 'PEDIDO:   EXCLUSAO DO REGISTRO'
           ELSE
               IF PND-T-TIPO-EMPRESA
                   MOVE 'PEDIDO:   '     TO LINDET-TEL-EMP-LBL
                   MOVE PND-T-E-SIT      TO LINDET-TEL-EMP-SIT
                   MOVE PND-T-E-STATUS   TO LINDET-TEL-EMP-STAT
                   MOVE PND-T-E-DATA-ABERT TO LINDET-TEL-EMP-ABER
                   MOVE PND-T-E-NOME     TO LINDET-TEL-EMP-NOME
                   DISPLAY LINDET-TEL-EMPRESA
               ELSE
                   MOVE 'PEDIDO:   '     TO LINDET-TEL-SOC-LBL
                   MOVE PND-T-S-TIPO-PESSOA TO LINDET-TEL-SOC-TIPO
                   MOVE PND-T-S-NOME     TO LINDET-TEL-SOC-NOME
                   MOVE PND-T-S-STATUS   TO LINDET-TEL-SOC-STAT
                   IF PND-T-S-PERC-PART IS NUMERIC
                       MOVE PND-T-S-PERC-PART TO LINDET-TEL-SOC-PERC
                   ELSE
                       MOVE ZEROS        TO LINDET-TEL-SOC-PERC
                   END-IF
                   MOVE PND-T-S-QUALIF   TO LINDET-TEL-SOC-QUAL
                   DISPLAY LINDET-TEL-SOCIO
               END-IF
           END-IF
           .
       2200-EXIBIR-ITEM-FIM.
           EXIT.

      *******************************************************************
      *    2300-DECIDIR-ITEM - 'A' APROVA, 'R' RECUSA, 'F' ENCERRA A    *
      *    SESSAO E QUALQUER OUTRA RESPOSTA DEIXA O ITEM PENDENTE       *
      *******************************************************************
       2300-DECIDIR-ITEM              SECTION.

           DISPLAY 'A=APROVA  R=RECUSA  ENTER=MANTEM PENDENTE  '
                   'F=ENCERRA: ' WITH NO ADVANCING
           MOVE SPACES               TO AS-TELA-DECISAO
           ACCEPT AS-TELA-DECISAO

           IF AS-DECISAO-ENCERRA
               MOVE 'S'              TO AS-FIM-PENDENT
           ELSE
               IF AS-DECISAO-APROVA OR AS-DECISAO-RECUSA
                   ACCEPT AS-DATA    FROM DATE YYYYMMDD
                   ACCEPT AS-HORA    FROM TIME
                   IF AS-DECISAO-APROVA
                       MOVE 'A'      TO PND-SITUACAO
                   ELSE
                       MOVE 'R'      TO PND-SITUACAO
                   END-IF
                   MOVE AS-TELA-APROVADOR TO PND-APROVADOR
                   MOVE AS-DATA      TO PND-DATA-DEC
                   MOVE AS-HORA      TO PND-HORA-DEC
                   REWRITE ARQ-PENDENT
                   IF AS-STATUS-PD NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA REGRAVACAO DO PENDENT'
                               AS-STATUS-PD
                       DISPLAY 'DECISAO NAO REGISTRADA'
                   ELSE
                       IF PND-APROVADA
                           ADD 1     TO AS-CONT-APROVADOS
                           DISPLAY 'ITEM APROVADO'
                       ELSE
                           ADD 1     TO AS-CONT-RECUSADOS
                           DISPLAY 'ITEM RECUSADO'
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'ITEM MANTIDO PENDENTE'
               END-IF
           END-IF
           .
       2300-DECIDIR-ITEM-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
       3000-FINALIZAR                SECTION.

           DISPLAY WS-CABEC-TEL1
           DISPLAY 'ITENS LIDOS DO PENDENTE:  ' AS-CONT-LIDOS
           DISPLAY 'ITENS EXIBIDOS:           ' AS-CONT-EXIBIDOS
           DISPLAY 'ITENS APROVADOS:          ' AS-CONT-APROVADOS
           DISPLAY 'ITENS RECUSADOS:          ' AS-CONT-RECUSADOS
           DISPLAY 'ITENS DO PROPRIO OPERADOR:' AS-CONT-PROPRIOS

           CLOSE PENDENT.
           IF AS-STATUS-PD NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO PENDENT' AS-STATUS-PD
           END-IF

           CLOSE CADMEST.
           IF AS-STATUS-MS NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO CADMEST' AS-STATUS-MS
           END-IF

           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZJP18.
