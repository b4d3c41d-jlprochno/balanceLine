       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP21.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: TRIAGEM DE LISTA RESTRITA (SANCOES, PEP, LISTA INTERNA)
      *          - CONFRONTA A LISTA VIGENTE DA COMPLIANCE COM O CNPJ DE
      *          CADA EMPRESA DA MATRIZ E COM O DOCUMENTO E O NOME DE
      *          CADA SOCIO DO SOCIOS (EXTRACOES DIARIAS DO CBLZJP06).
      *          DOCUMENTO CASA POR IGUALDADE EXATA; NOME CASA DEPOIS DE
      *          NORMALIZADO (MAIUSCULAS, SEM ACENTOS, SEM PONTUACAO E
      *          SEM SUFIXO DE FORMA JURIDICA). O RELATORIO DE
      *          OCORRENCIAS TRAZ A EMPRESA ENVOLVIDA EM CADA UMA
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *******************************************************************
      *    DEFINICAO DOS ARQUIVOS                                       *
      *******************************************************************
       SELECT RESTRIT ASSIGN TO DYNAMIC AS-CAMINHO-RESTRIT
       FILE STATUS IS AS-STATUS-RT.

       SELECT MATRIZ ASSIGN TO DYNAMIC AS-CAMINHO-MATRIZ
       FILE STATUS IS AS-STATUS-E1.

       SELECT SOCIOS ASSIGN TO DYNAMIC AS-CAMINHO-SOCIOS
       FILE STATUS IS AS-STATUS-E2.

       SELECT TRIAGEM ASSIGN TO DYNAMIC AS-CAMINHO-TRIAGEM
       FILE STATUS IS AS-STATUS-TG.

      *    INDICES DE TRABALHO DA LISTA RESTRITA VIGENTE - UM PELO
      *    DOCUMENTO E OUTRO PELO NOME NORMALIZADO - E DOS NOMES DAS
      *    EMPRESAS DA MATRIZ (COMO NO CBLZJP07)
       SELECT RSTDOC ASSIGN TO DYNAMIC AS-CAMINHO-RSTDOC
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RDC-CHAVE
       FILE STATUS IS AS-STATUS-RD.

       SELECT RSTNOM ASSIGN TO DYNAMIC AS-CAMINHO-RSTNOM
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RNM-CHAVE
       FILE STATUS IS AS-STATUS-RN.

       SELECT EMPIDX ASSIGN TO DYNAMIC AS-CAMINHO-EMPIDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMP-CNPJ
       FILE STATUS IS AS-STATUS-EI.

       DATA DIVISION.
       FILE SECTION.

      *******************************************************************
      *    DEFINICAO DA LISTA RESTRITA (MESMO LAYOUT DO CBLZJP05)       *
      *******************************************************************
       FD  RESTRIT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-RESTRIT                 PIC X(100).
       01  FILLER REDEFINES ARQ-RESTRIT.
           05 RST-DOC                  PIC X(014).
           05 RST-NOME                 PIC X(060).
           05 RST-LISTA                PIC X(010).
           05 RST-DATA-INI             PIC X(008).
           05 RST-DATA-FIM             PIC X(008).

      *******************************************************************
      *    DEFINICAO DA MATRIZ (MESMO LAYOUT DO CBLZJP03)               *
      *******************************************************************
       FD  MATRIZ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-MATRIZ                   PIC X(096).
       01  FILLER REDEFINES ARQ-MATRIZ.
           05 ARQ-M-CNPJ                PIC X(014).
           05 ARQ-M-SIT                 PIC X(006).
           05 ARQ-M-NOME                PIC X(059).
           05 ARQ-M-STATUS              PIC X(005).
           05 ARQ-M-DATA-ABERT          PIC X(010).
           05 ARQ-M-FIM                 PIC X(002).

      *******************************************************************
      *    DEFINICAO DOS SOCIOS (MESMO LAYOUT DO CBLZJP03)              *
      *******************************************************************
       FD  SOCIOS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-SOCIOS                  PIC X(078).
       01  FILLER REDEFINES ARQ-SOCIOS.
           05 ARQ-S-CNPJ               PIC 9(014).
           05 ARQ-S-CNPJ-SOCIO         PIC 9(014).
           05 ARQ-S-NOME               PIC X(036).
           05 ARQ-S-STATUS             PIC X(005).
           05 ARQ-S-TIPO-PESSOA        PIC X(001).
           05 ARQ-S-PERC-PART          PIC 9(003)V9(002).
           05 ARQ-S-QUALIF             PIC X(001).
           05 ARQ-S-FIM                PIC X(002).

      *******************************************************************
      *    DEFINICAO DO RELATORIO DE OCORRENCIAS DA TRIAGEM             *
      *******************************************************************
       FD  TRIAGEM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-TRIAGEM                 PIC X(100).

      *******************************************************************
      *    INDICE DA LISTA VIGENTE PELO DOCUMENTO (+ SEQUENCIA, O MESMO *
      *    DOCUMENTO PODE ESTAR EM MAIS DE UMA LISTA)                   *
      *******************************************************************
       FD  RSTDOC.

       01  REG-RSTDOC.
           05 RDC-CHAVE.
               10 RDC-DOC              PIC X(014).
               10 RDC-SEQ              PIC 9(007).
           05 RDC-NOME                 PIC X(060).
           05 RDC-NOME-NORM            PIC X(060).
           05 RDC-LISTA                PIC X(010).

      *******************************************************************
      *    INDICE DA LISTA VIGENTE PELO NOME NORMALIZADO (+ SEQUENCIA)  *
      *******************************************************************
       FD  RSTNOM.

       01  REG-RSTNOM.
           05 RNM-CHAVE.
               10 RNM-NOME-NORM        PIC X(060).
               10 RNM-SEQ              PIC 9(007).
           05 RNM-DOC                  PIC X(014).
           05 RNM-NOME                 PIC X(060).
           05 RNM-LISTA                PIC X(010).

      *******************************************************************
      *    INDICE DE TRABALHO DOS NOMES DAS EMPRESAS (CHAVE: CNPJ)      *
      *******************************************************************
       FD  EMPIDX.

       01  REG-EMPIDX.
           05 EMP-CNPJ                 PIC X(014).
           05 EMP-NOME                 PIC X(059).

      *******************************************************************
      *    DEFINICAO DAS VARIAVEIS                                      *
      *******************************************************************
       WORKING-STORAGE SECTION.

      *******************************************************************
      *    CAMINHOS DOS ARQUIVOS - PARAMETRIZAVEIS VIA VARIAVEL DE       *
      *    AMBIENTE, SEM NECESSIDADE DE RECOMPILACAO PARA CADA FILIAL   *
      *******************************************************************
       01  AS-CAMINHO-RESTRIT      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\RESTRIT.txt'.
       01  AS-CAMINHO-MATRIZ       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\MATRIZ.txt'.
       01  AS-CAMINHO-SOCIOS       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\SOCIOS.txt'.
       01  AS-CAMINHO-TRIAGEM      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\TRIAGEM.txt'.
       01  AS-CAMINHO-RSTDOC       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\RSTDOC.dat'.
       01  AS-CAMINHO-RSTNOM       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\RSTNOM.dat'.
       01  AS-CAMINHO-EMPIDX       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\EMPIDX21.dat'.

       01  AS-STATUS-RT            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-E1            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-E2            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-TG            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-RD            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-RN            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-EI            PIC 9(002) VALUE ZEROS.
       01  AS-FIM-RESTRIT          PIC X(001) VALUE 'N'.
       01  AS-FIM-MATRIZ           PIC X(001) VALUE 'N'.
       01  AS-FIM-SOCIOS           PIC X(001) VALUE 'N'.
       01  AS-FIM-BUSCA            PIC X(001) VALUE 'N'.
       01  AS-DATA                 PIC X(008) VALUE ZEROS.
       01  AS-HORA                 PIC X(006) VALUE ZEROS.

      *******************************************************************
      *    ITEM EM TRIAGEM (EMPRESA DA MATRIZ OU SOCIO DO SOCIOS)       *
      *******************************************************************
       01  AS-TRI-ORIGEM           PIC X(007) VALUE SPACES.
       01  AS-TRI-DOC              PIC X(014) VALUE SPACES.
       01  AS-TRI-NOME             PIC X(059) VALUE SPACES.
       01  AS-TRI-NOME-NORM        PIC X(060) VALUE SPACES.
       01  AS-TRI-EMPRESA          PIC X(014) VALUE SPACES.
       01  AS-TRI-CRITERIO         PIC X(009) VALUE SPACES.
       01  AS-TRI-RST-NOME         PIC X(060) VALUE SPACES.
       01  AS-TRI-RST-LISTA        PIC X(010) VALUE SPACES.

      *******************************************************************
      *    NORMALIZACAO DE NOME - MAIUSCULAS SEM ACENTO (ACENTOS NO      *
      *    PADRAO ISO-8859-1 DAS CARGAS), SO LETRAS E DIGITOS, PONTO,   *
      *    BARRA E APOSTROFO RETIRADOS (X.Y.Z. = XYZ, S/A = SA), DEMAIS *
      *    SINAIS VIRAM UM UNICO ESPACO, E OS SUFIXOS DE FORMA JURIDICA *
      *    NO FIM DO NOME SAO RETIRADOS                                 *
      *******************************************************************
       01  AS-NRM-DE.
           05 FILLER               PIC X(026)
              VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 FILLER               PIC X(024)
              VALUE X'C0C1C2C3C4C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDC'.
           05 FILLER               PIC X(024)
              VALUE X'E0E1E2E3E4E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFC'.
       01  AS-NRM-PARA.
           05 FILLER               PIC X(026)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 FILLER               PIC X(024)
              VALUE 'AAAAACEEEEIIIINOOOOOUUUU'.
           05 FILLER               PIC X(024)
              VALUE 'AAAAACEEEEIIIINOOOOOUUUU'.

       01  AS-NRM-ENT              PIC X(060) VALUE SPACES.
       01  AS-NRM-SAI              PIC X(060) VALUE SPACES.
       01  AS-NRM-TAM              PIC 9(004) VALUE ZEROS.
       01  AS-NRM-IDX              PIC 9(004) VALUE ZEROS.
       01  AS-NRM-POS              PIC 9(004) VALUE ZEROS.
       01  AS-NRM-FIM-SUFIXO       PIC X(001) VALUE 'N'.
       01  AS-NRM-CAR              PIC X(001) VALUE SPACES.
           88 AS-NRM-LETRA             VALUE 'A' THRU 'Z'.
           88 AS-NRM-DIGITO            VALUE '0' THRU '9'.
           88 AS-NRM-RETIRAR           VALUE '.' '/' ''''.
       01  AS-NRM-PALAVRA          PIC X(020) VALUE SPACES.
           88 AS-NRM-SUFIXO            VALUE 'LTDA' 'ME' 'EPP' 'SA'
                                             'EIRELI'.

      *******************************************************************
      *    CONTADORES DE CONTROLE PARA O RODAPE DO RELATORIO            *
      *******************************************************************
       01  AS-CONT-RESTRIT-LIDOS   PIC 9(007) VALUE ZEROS.
       01  AS-CONT-VIGENTES        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-FORA-VIGENCIA   PIC 9(007) VALUE ZEROS.
       01  AS-CONT-EMPRESAS        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SOCIOS          PIC 9(007) VALUE ZEROS.
       01  AS-CONT-OCORR-DOC       PIC 9(007) VALUE ZEROS.
       01  AS-CONT-OCORR-NOME      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-OCORR-EMP       PIC 9(007) VALUE ZEROS.
       01  AS-CONT-OCORR-SOC       PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    DEFINICAO DO CABECALHO                                       *
      *******************************************************************
       01  WS-CABEC-TRI1           PIC X(100) VALUE ALL '='.

       01  WS-CABEC-TRI2.
           05 WS-CABEC-TRI2-FL1    PIC X(001) VALUE SPACES.
           05 WS-CABEC-TRI2-PGM    PIC X(008) VALUE 'CBLZJP21'.
           05 WS-CABEC-TRI2-FL2    PIC X(015) VALUE SPACES.
           05 WS-CABEC-TRI2-DES    PIC X(036)
              VALUE 'TRIAGEM DE LISTA RESTRITA'.
           05 WS-CABEC-TRI2-FL3    PIC X(019) VALUE SPACES.
           05 WS-CABEC-TRI2-DT     PIC X(010) VALUE SPACES.
           05 WS-CABEC-TRI2-FL4    PIC X(002) VALUE SPACES.
           05 WS-CABEC-TRI2-HR     PIC X(008) VALUE SPACES.
           05 WS-CABEC-TRI2-FL5    PIC X(001) VALUE SPACES.

       01  WS-CABEC-TRI3.
           05 WS-CABEC-TRI3-ORIG   PIC X(007) VALUE 'ORIGEM'.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-TRI3-CRIT   PIC X(009) VALUE 'CRITERIO'.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-TRI3-DOC    PIC X(014) VALUE 'DOCUMENTO'.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-TRI3-NOME   PIC X(036) VALUE 'NOME NO CADASTRO'.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-TRI3-LISTA  PIC X(010) VALUE 'LISTA'.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 WS-CABEC-TRI3-EMP    PIC X(014) VALUE 'EMPRESA'.
           05 FILLER               PIC X(005) VALUE SPACES.

      *******************************************************************
      *    LINHAS DO RELATORIO DE OCORRENCIAS                           *
      *******************************************************************
       01  LINDET-TRI-OCORR.
           05 LINDET-TRI-ORIG      PIC X(007) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TRI-CRIT      PIC X(009) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TRI-DOC       PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TRI-NOME      PIC X(036) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TRI-LISTA     PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 LINDET-TRI-EMP       PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(005) VALUE SPACES.

       01  LINDET-TRI-DETALHE.
           05 FILLER               PIC X(008) VALUE SPACES.
           05 FILLER               PIC X(010) VALUE 'RESTRITO: '.
           05 LINDET-TRI-RST-NOME  PIC X(040) VALUE SPACES.
           05 FILLER               PIC X(010) VALUE ' EMPRESA: '.
           05 LINDET-TRI-EMP-NOME  PIC X(032) VALUE SPACES.

      *******************************************************************
      *    DEFINICAO DO RODAPE DE TOTAIS DE CONTROLE                    *
      *******************************************************************
       01  WS-RODAPE-TRI-TIT.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER              PIC X(019) VALUE 'TOTAIS DE CONTROLE'.
           05 FILLER               PIC X(080) VALUE SPACES.

       01  WS-RODAPE-TRI.
           05 WS-RODAPE-TRI-LBL    PIC X(040) VALUE SPACES.
           05 WS-RODAPE-TRI-QTD    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(049) VALUE SPACES.

      *******************************************************************
      *    CRIACAO E DECLARACAO DOS PERFORMS                            *
      *******************************************************************

       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.

           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-TRIAR-SOCIO
              UNTIL AS-FIM-SOCIOS = 'S'.
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

           MOVE AS-DATA(1:4)        TO WS-CABEC-TRI2-DT(7:4)
           MOVE AS-DATA(5:2)        TO WS-CABEC-TRI2-DT(4:2)
           MOVE AS-DATA(7:2)        TO WS-CABEC-TRI2-DT(1:2)
           MOVE '/'                 TO WS-CABEC-TRI2-DT(3:1)
           MOVE '/'                 TO WS-CABEC-TRI2-DT(6:1)

           MOVE AS-HORA(1:2)        TO WS-CABEC-TRI2-HR(1:2)
           MOVE AS-HORA(3:2)        TO WS-CABEC-TRI2-HR(4:2)
           MOVE AS-HORA(5:2)        TO WS-CABEC-TRI2-HR(7:2)
           MOVE ':'                 TO WS-CABEC-TRI2-HR(3:1)
           MOVE ':'                 TO WS-CABEC-TRI2-HR(6:1)

           OPEN OUTPUT TRIAGEM.
           IF AS-STATUS-TG NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO TRIAGEM' AS-STATUS-TG
               DISPLAY 'EXECUCAO ABORTADA - RELATORIO INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

      *    INSERCAO DO CABECALHO NO RELATORIO DE OCORRENCIAS
           MOVE WS-CABEC-TRI1        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM
           MOVE WS-CABEC-TRI2        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM
           MOVE WS-CABEC-TRI1        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM
           MOVE WS-CABEC-TRI3        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

      *    LISTA RESTRITA VIGENTE NOS DOIS INDICES DE TRABALHO
           PERFORM 1100-CARREGAR-RESTRITOS

      *    EMPRESAS DA MATRIZ: CARGA DO INDICE DE NOMES E TRIAGEM DO
      *    CNPJ NA MESMA LEITURA
           PERFORM 1200-CARREGAR-EMPRESAS

           OPEN INPUT SOCIOS.
           IF AS-STATUS-E2 NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DOS SOCIOS' AS-STATUS-E2
               DISPLAY 'EXECUCAO ABORTADA - SOCIOS INDISPONIVEIS'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2100-LER-SOCIOS
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    1005-CARREGAR-CAMINHOS - LE OS CAMINHOS DOS ARQUIVOS VIA      *
      *    VARIAVEL DE AMBIENTE, MANTENDO O PADRAO SE NAO INFORMADA      *
      *******************************************************************
       1005-CARREGAR-CAMINHOS       SECTION.

           ACCEPT AS-CAMINHO-RESTRIT FROM ENVIRONMENT
                  'CBLZJP21_RESTRIT'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-MATRIZ FROM ENVIRONMENT
                  'CBLZJP21_MATRIZ'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-SOCIOS FROM ENVIRONMENT
                  'CBLZJP21_SOCIOS'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-TRIAGEM FROM ENVIRONMENT
                  'CBLZJP21_TRIAGEM'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-RSTDOC FROM ENVIRONMENT
                  'CBLZJP21_RSTDOC'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-RSTNOM FROM ENVIRONMENT
                  'CBLZJP21_RSTNOM'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-EMPIDX FROM ENVIRONMENT
                  'CBLZJP21_EMPIDX'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
           .
       1005-CARREGAR-CAMINHOS-FIM.
           EXIT.

      *******************************************************************
      *    1100-CARREGAR-RESTRITOS - GRAVA AS ENTRADAS VIGENTES DA      *
      *    LISTA NOS INDICES POR DOCUMENTO E POR NOME NORMALIZADO       *
      *******************************************************************
       1100-CARREGAR-RESTRITOS      SECTION.

           OPEN INPUT RESTRIT.
           IF AS-STATUS-RT NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO RESTRIT' AS-STATUS-RT
               DISPLAY 'EXECUCAO ABORTADA - LISTA RESTRITA INDISPONIVEL'
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RSTDOC.
           IF AS-STATUS-RD NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO RSTDOC' AS-STATUS-RD
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RSTNOM.
           IF AS-STATUS-RN NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO RSTNOM' AS-STATUS-RN
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1110-CARREGAR-UM-RESTRITO
               UNTIL AS-FIM-RESTRIT EQUAL 'S'

           CLOSE RESTRIT.
           IF AS-STATUS-RT NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO RESTRIT' AS-STATUS-RT
           END-IF

      *    REABRE OS INDICES PARA A CONSULTA PELA CHAVE NA TRIAGEM
           CLOSE RSTDOC
           OPEN INPUT RSTDOC
           IF AS-STATUS-RD NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REABERTURA DO RSTDOC' AS-STATUS-RD
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE RSTNOM
           OPEN INPUT RSTNOM
           IF AS-STATUS-RN NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REABERTURA DO RSTNOM' AS-STATUS-RN
               MOVE 16               TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1100-CARREGAR-RESTRITOS-FIM.
           EXIT.

      *******************************************************************
      *    1110-CARREGAR-UM-RESTRITO - ENTRADA FORA DA VIGENCIA (AINDA  *
      *    NAO EFETIVA OU JA VENCIDA) NAO ENTRA NA TRIAGEM. ENTRADA SO  *
      *    COM NOME OU SO COM DOCUMENTO ENTRA SO NO INDICE RESPECTIVO   *
      *******************************************************************
       1110-CARREGAR-UM-RESTRITO    SECTION.

           READ RESTRIT
                AT END MOVE 'S'       TO AS-FIM-RESTRIT
                NOT AT END
                   IF AS-STATUS-RT NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DO RESTRIT'
                               AS-STATUS-RT
                       DISPLAY 'EXECUCAO ABORTADA - LISTA RESTRITA '
                               'INCOMPLETA'
                       MOVE 16         TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1               TO AS-CONT-RESTRIT-LIDOS
                   IF RST-DATA-INI > AS-DATA
                      OR (RST-DATA-FIM NOT EQUAL SPACES
                          AND RST-DATA-FIM NOT EQUAL ZEROS
                          AND RST-DATA-FIM < AS-DATA)
                       ADD 1           TO AS-CONT-FORA-VIGENCIA
                   ELSE
                       ADD 1           TO AS-CONT-VIGENTES
                       MOVE RST-NOME   TO AS-NRM-ENT
                       PERFORM 2800-NORMALIZAR-NOME
                       PERFORM 1120-GRAVAR-INDICES
                   END-IF
           .
       1110-CARREGAR-UM-RESTRITO-FIM.
           EXIT.

      *******************************************************************
      *    1120-GRAVAR-INDICES - UMA ENTRADA VIGENTE NOS DOIS INDICES   *
      *******************************************************************
       1120-GRAVAR-INDICES          SECTION.

           IF RST-DOC NOT EQUAL SPACES
               MOVE RST-DOC          TO RDC-DOC
               MOVE AS-CONT-VIGENTES TO RDC-SEQ
               MOVE RST-NOME         TO RDC-NOME
               MOVE AS-NRM-SAI       TO RDC-NOME-NORM
               MOVE RST-LISTA        TO RDC-LISTA
               WRITE REG-RSTDOC
                   INVALID KEY
                       DISPLAY 'ERRO NA GRAVACAO DO RSTDOC: ' RST-DOC
               END-WRITE
           END-IF

           IF AS-NRM-SAI NOT EQUAL SPACES
               MOVE AS-NRM-SAI       TO RNM-NOME-NORM
               MOVE AS-CONT-VIGENTES TO RNM-SEQ
               MOVE RST-DOC          TO RNM-DOC
               MOVE RST-NOME         TO RNM-NOME
               MOVE RST-LISTA        TO RNM-LISTA
               WRITE REG-RSTNOM
                   INVALID KEY
                       DISPLAY 'ERRO NA GRAVACAO DO RSTNOM: ' RST-NOME
               END-WRITE
           END-IF
           .
       1120-GRAVAR-INDICES-FIM.
           EXIT.

      *******************************************************************
      *    1200-CARREGAR-EMPRESAS - INDICE DE NOMES DAS EMPRESAS E      *
      *    TRIAGEM DO CNPJ DE CADA EMPRESA DA MATRIZ                    *
      *******************************************************************
       1200-CARREGAR-EMPRESAS       SECTION.

           OPEN INPUT MATRIZ.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DA MATRIZ' AS-STATUS-E1
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EMPIDX.
           IF AS-STATUS-EI NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO EMPIDX' AS-STATUS-EI
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1210-TRIAR-EMPRESA
               UNTIL AS-FIM-MATRIZ EQUAL 'S'

           CLOSE MATRIZ.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DA MATRIZ' AS-STATUS-E1
           END-IF

      *    REABRE O INDICE PARA A CONSULTA PELA CHAVE NA TRIAGEM
           CLOSE EMPIDX
           OPEN INPUT EMPIDX
           IF AS-STATUS-EI NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REABERTURA DO EMPIDX' AS-STATUS-EI
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1200-CARREGAR-EMPRESAS-FIM.
           EXIT.

      *******************************************************************
      *    1210-TRIAR-EMPRESA - GRAVA A EMPRESA NO INDICE DE NOMES E    *
      *    PROCURA O CNPJ NA LISTA RESTRITA                             *
      *******************************************************************
       1210-TRIAR-EMPRESA           SECTION.

           READ MATRIZ
                AT END MOVE 'S'       TO AS-FIM-MATRIZ
                NOT AT END
                   IF AS-STATUS-E1 NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DA MATRIZ' AS-STATUS-E1
                       DISPLAY 'EXECUCAO ABORTADA - INDICE DE '
                               'EMPRESAS INCOMPLETO'
                       MOVE 16         TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1           TO AS-CONT-EMPRESAS
                       MOVE ARQ-M-CNPJ TO EMP-CNPJ
                       MOVE ARQ-M-NOME TO EMP-NOME
                       WRITE REG-EMPIDX
                           INVALID KEY
                               DISPLAY 'CNPJ DUPLICADO NA MATRIZ: '
                                       ARQ-M-CNPJ
                       END-WRITE

                       MOVE 'EMPRESA'  TO AS-TRI-ORIGEM
                       MOVE ARQ-M-CNPJ TO AS-TRI-DOC
                       MOVE ARQ-M-NOME TO AS-TRI-NOME
                       MOVE ARQ-M-CNPJ TO AS-TRI-EMPRESA
                       MOVE ARQ-M-NOME TO AS-NRM-ENT
                       PERFORM 2800-NORMALIZAR-NOME
                       MOVE AS-NRM-SAI TO AS-TRI-NOME-NORM
                       PERFORM 2300-BUSCAR-DOCUMENTO
                   END-IF
           .
       1210-TRIAR-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA - 2000-TRIAR-SOCIO                *
      *    O SOCIO E PROCURADO PELO DOCUMENTO E PELO NOME NORMALIZADO   *
      *******************************************************************
       2000-TRIAR-SOCIO               SECTION.

           ADD 1                     TO AS-CONT-SOCIOS

           MOVE 'SOCIO'              TO AS-TRI-ORIGEM
           MOVE ARQ-S-CNPJ-SOCIO     TO AS-TRI-DOC
           MOVE ARQ-S-NOME           TO AS-TRI-NOME
           MOVE ARQ-S-CNPJ           TO AS-TRI-EMPRESA
           MOVE ARQ-S-NOME           TO AS-NRM-ENT
           PERFORM 2800-NORMALIZAR-NOME
           MOVE AS-NRM-SAI           TO AS-TRI-NOME-NORM

           PERFORM 2300-BUSCAR-DOCUMENTO
           PERFORM 2400-BUSCAR-NOME

           PERFORM 2100-LER-SOCIOS
           .
       2000-TRIAR-SOCIO-FIM.
           EXIT.

      *******************************************************************
      *    2100-LER-SOCIOS                                              *
      *******************************************************************
       2100-LER-SOCIOS                SECTION.

           READ SOCIOS
                AT END MOVE 'S'       TO AS-FIM-SOCIOS
                NOT AT END
                   IF AS-STATUS-E2 NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DOS SOCIOS'
                               AS-STATUS-E2
                       MOVE 'S'        TO AS-FIM-SOCIOS
                   END-IF
           .
       2100-LER-SOCIOS-FIM.
           EXIT.

      *******************************************************************
      *    2300-BUSCAR-DOCUMENTO - TODAS AS LISTAS EM QUE O DOCUMENTO   *
      *    ESTA VIGENTE                                                 *
      *******************************************************************
       2300-BUSCAR-DOCUMENTO          SECTION.

           MOVE 'N'                  TO AS-FIM-BUSCA
           MOVE AS-TRI-DOC           TO RDC-DOC
           MOVE ZEROS                TO RDC-SEQ
           START RSTDOC KEY NOT LESS RDC-CHAVE
               INVALID KEY
                   MOVE 'S'          TO AS-FIM-BUSCA
           END-START

           PERFORM 2310-LER-RSTDOC
               UNTIL AS-FIM-BUSCA EQUAL 'S'
           .
       2300-BUSCAR-DOCUMENTO-FIM.
           EXIT.

      *******************************************************************
      *    2310-LER-RSTDOC - UMA OCORRENCIA PELO DOCUMENTO; SE O NOME   *
      *    NORMALIZADO TAMBEM CONFERE, O CRITERIO E 'DOC+NOME'          *
      *******************************************************************
       2310-LER-RSTDOC                SECTION.

           READ RSTDOC NEXT
               AT END
                   MOVE 'S'          TO AS-FIM-BUSCA
               NOT AT END
                   IF RDC-DOC NOT EQUAL AS-TRI-DOC
                       MOVE 'S'      TO AS-FIM-BUSCA
                   ELSE
                       IF RDC-NOME-NORM EQUAL AS-TRI-NOME-NORM
                          AND AS-TRI-NOME-NORM NOT EQUAL SPACES
                           MOVE 'DOC+NOME' TO AS-TRI-CRITERIO
                       ELSE
                           MOVE 'DOCUMENTO' TO AS-TRI-CRITERIO
                       END-IF
                       MOVE RDC-NOME  TO AS-TRI-RST-NOME
                       MOVE RDC-LISTA TO AS-TRI-RST-LISTA
                       ADD 1          TO AS-CONT-OCORR-DOC
                       PERFORM 2500-GRAVAR-OCORRENCIA
                   END-IF
           END-READ
           .
       2310-LER-RSTDOC-FIM.
           EXIT.

      *******************************************************************
      *    2400-BUSCAR-NOME - TODAS AS ENTRADAS COM O MESMO NOME        *
      *    NORMALIZADO; A QUE TRAZ O MESMO DOCUMENTO JA SAIU NA BUSCA   *
      *    PELO DOCUMENTO                                               *
      *******************************************************************
       2400-BUSCAR-NOME               SECTION.

           MOVE 'N'                  TO AS-FIM-BUSCA
           IF AS-TRI-NOME-NORM EQUAL SPACES
               MOVE 'S'              TO AS-FIM-BUSCA
           ELSE
               MOVE AS-TRI-NOME-NORM TO RNM-NOME-NORM
               MOVE ZEROS            TO RNM-SEQ
               START RSTNOM KEY NOT LESS RNM-CHAVE
                   INVALID KEY
                       MOVE 'S'      TO AS-FIM-BUSCA
               END-START
           END-IF

           PERFORM 2410-LER-RSTNOM
               UNTIL AS-FIM-BUSCA EQUAL 'S'
           .
       2400-BUSCAR-NOME-FIM.
           EXIT.

      *******************************************************************
      *    2410-LER-RSTNOM - UMA OCORRENCIA PELO NOME NORMALIZADO       *
      *******************************************************************
       2410-LER-RSTNOM                SECTION.

           READ RSTNOM NEXT
               AT END
                   MOVE 'S'          TO AS-FIM-BUSCA
               NOT AT END
                   IF RNM-NOME-NORM NOT EQUAL AS-TRI-NOME-NORM
                       MOVE 'S'      TO AS-FIM-BUSCA
                   ELSE
                       IF RNM-DOC NOT EQUAL AS-TRI-DOC
                           MOVE 'NOME'    TO AS-TRI-CRITERIO
                           MOVE RNM-NOME  TO AS-TRI-RST-NOME
                           MOVE RNM-LISTA TO AS-TRI-RST-LISTA
                           ADD 1          TO AS-CONT-OCORR-NOME
                           PERFORM 2500-GRAVAR-OCORRENCIA
                       END-IF
                   END-IF
           END-READ
           .
       2410-LER-RSTNOM-FIM.
           EXIT.

      *******************************************************************
      *    2500-GRAVAR-OCORRENCIA - LINHA DA OCORRENCIA E LINHA COM O   *
      *    NOME NA LISTA E O NOME DA EMPRESA ENVOLVIDA                  *
      *******************************************************************
       2500-GRAVAR-OCORRENCIA         SECTION.

           IF AS-TRI-ORIGEM EQUAL 'EMPRESA'
               ADD 1                 TO AS-CONT-OCORR-EMP
           ELSE
               ADD 1                 TO AS-CONT-OCORR-SOC
           END-IF

           MOVE AS-TRI-ORIGEM        TO LINDET-TRI-ORIG
           MOVE AS-TRI-CRITERIO      TO LINDET-TRI-CRIT
           MOVE AS-TRI-DOC           TO LINDET-TRI-DOC
           MOVE AS-TRI-NOME          TO LINDET-TRI-NOME
           MOVE AS-TRI-RST-LISTA     TO LINDET-TRI-LISTA
           MOVE AS-TRI-EMPRESA       TO LINDET-TRI-EMP
           MOVE LINDET-TRI-OCORR     TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

           MOVE AS-TRI-RST-NOME      TO LINDET-TRI-RST-NOME
           MOVE AS-TRI-EMPRESA       TO EMP-CNPJ
           READ EMPIDX
               INVALID KEY
                   MOVE '*** EMPRESA NAO LOCALIZADA NA MATRIZ ***'
                                     TO LINDET-TRI-EMP-NOME
               NOT INVALID KEY
                   MOVE EMP-NOME     TO LINDET-TRI-EMP-NOME
           END-READ
           MOVE LINDET-TRI-DETALHE   TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM
           .
       2500-GRAVAR-OCORRENCIA-FIM.
           EXIT.

      *******************************************************************
      *    2800-NORMALIZAR-NOME - AS-NRM-ENT NORMALIZADO EM AS-NRM-SAI  *
      *******************************************************************
       2800-NORMALIZAR-NOME           SECTION.

           MOVE SPACES               TO AS-NRM-SAI
           MOVE ZEROS                TO AS-NRM-TAM

           INSPECT AS-NRM-ENT CONVERTING AS-NRM-DE TO AS-NRM-PARA

           PERFORM 2810-NORMALIZAR-CARACTER
               VARYING AS-NRM-IDX FROM 1 BY 1
                 UNTIL AS-NRM-IDX > 60

      *    O SEPARADOR NO FIM DO NOME NAO CONTA
           IF AS-NRM-TAM > ZEROS
               IF AS-NRM-SAI(AS-NRM-TAM:1) EQUAL SPACE
                   SUBTRACT 1        FROM AS-NRM-TAM
               END-IF
           END-IF

           MOVE 'N'                  TO AS-NRM-FIM-SUFIXO
           PERFORM 2820-RETIRAR-SUFIXO
               UNTIL AS-NRM-FIM-SUFIXO EQUAL 'S'
           .
       2800-NORMALIZAR-NOME-FIM.
           EXIT.

      *******************************************************************
      *    2810-NORMALIZAR-CARACTER - LETRA E DIGITO FICAM; PONTO,      *
      *    BARRA E APOSTROFO SAEM; O RESTO VIRA UM SO ESPACO            *
      *******************************************************************
       2810-NORMALIZAR-CARACTER       SECTION.

           MOVE AS-NRM-ENT(AS-NRM-IDX:1) TO AS-NRM-CAR

           IF AS-NRM-LETRA OR AS-NRM-DIGITO
               ADD 1                 TO AS-NRM-TAM
               MOVE AS-NRM-CAR       TO AS-NRM-SAI(AS-NRM-TAM:1)
           ELSE
               IF NOT AS-NRM-RETIRAR
                  AND AS-NRM-TAM > ZEROS
                   IF AS-NRM-SAI(AS-NRM-TAM:1) NOT EQUAL SPACE
                       ADD 1         TO AS-NRM-TAM
                   END-IF
               END-IF
           END-IF
           .
       2810-NORMALIZAR-CARACTER-FIM.
           EXIT.

      *******************************************************************
      *    2820-RETIRAR-SUFIXO - TIRA A ULTIMA PALAVRA SE FOR FORMA     *
      *    JURIDICA (LTDA, ME, EPP, SA, EIRELI), MANTENDO AO MENOS UMA  *
      *    PALAVRA NO NOME ('LTDA - ME' SAI INTEIRO)                    *
      *******************************************************************
       2820-RETIRAR-SUFIXO            SECTION.

           MOVE 'S'                  TO AS-NRM-FIM-SUFIXO

           IF AS-NRM-TAM > ZEROS
               PERFORM 2825-ACHAR-ESPACO
                   VARYING AS-NRM-POS FROM AS-NRM-TAM BY -1
                     UNTIL AS-NRM-POS < 1
                        OR AS-NRM-SAI(AS-NRM-POS:1) EQUAL SPACE

               IF AS-NRM-POS > ZEROS
                   MOVE SPACES       TO AS-NRM-PALAVRA
                   MOVE AS-NRM-SAI(AS-NRM-POS + 1:
                                   AS-NRM-TAM - AS-NRM-POS)
                                     TO AS-NRM-PALAVRA
                   IF AS-NRM-SUFIXO
                       MOVE SPACES   TO AS-NRM-SAI(AS-NRM-POS:)
                       COMPUTE AS-NRM-TAM = AS-NRM-POS - 1
                       MOVE 'N'      TO AS-NRM-FIM-SUFIXO
                   END-IF
               END-IF
           END-IF
           .
       2820-RETIRAR-SUFIXO-FIM.
           EXIT.

      *******************************************************************
      *    2825-ACHAR-ESPACO - A CONDICAO DO VARYING FAZ A BUSCA        *
      *******************************************************************
       2825-ACHAR-ESPACO              SECTION.

           CONTINUE
           .
       2825-ACHAR-ESPACO-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
       3000-FINALIZAR                SECTION.

      *    GRAVACAO DO RODAPE COM OS TOTAIS DE CONTROLE
           MOVE WS-CABEC-TRI1        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM
           MOVE WS-RODAPE-TRI-TIT    TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

           MOVE 'TOTAL DE ENTRADAS DA LISTA LIDAS:'
                                     TO WS-RODAPE-TRI-LBL
           MOVE AS-CONT-RESTRIT-LIDOS TO WS-RODAPE-TRI-QTD
           MOVE WS-RODAPE-TRI        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

           MOVE 'TOTAL DE ENTRADAS VIGENTES:'
                                     TO WS-RODAPE-TRI-LBL
           MOVE AS-CONT-VIGENTES     TO WS-RODAPE-TRI-QTD
           MOVE WS-RODAPE-TRI        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

           MOVE 'TOTAL DE ENTRADAS FORA DA VIGENCIA:'
                                     TO WS-RODAPE-TRI-LBL
           MOVE AS-CONT-FORA-VIGENCIA TO WS-RODAPE-TRI-QTD
           MOVE WS-RODAPE-TRI        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

           MOVE 'TOTAL DE EMPRESAS TRIADAS:'
                                     TO WS-RODAPE-TRI-LBL
           MOVE AS-CONT-EMPRESAS     TO WS-RODAPE-TRI-QTD
           MOVE WS-RODAPE-TRI        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

           MOVE 'TOTAL DE SOCIOS TRIADOS:'
                                     TO WS-RODAPE-TRI-LBL
           MOVE AS-CONT-SOCIOS       TO WS-RODAPE-TRI-QTD
           MOVE WS-RODAPE-TRI        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

           MOVE 'TOTAL DE OCORRENCIAS EM EMPRESAS:'
                                     TO WS-RODAPE-TRI-LBL
           MOVE AS-CONT-OCORR-EMP    TO WS-RODAPE-TRI-QTD
           MOVE WS-RODAPE-TRI        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

           MOVE 'TOTAL DE OCORRENCIAS EM SOCIOS:'
                                     TO WS-RODAPE-TRI-LBL
           MOVE AS-CONT-OCORR-SOC    TO WS-RODAPE-TRI-QTD
           MOVE WS-RODAPE-TRI        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

           MOVE 'TOTAL DE OCORRENCIAS PELO DOCUMENTO:'
                                     TO WS-RODAPE-TRI-LBL
           MOVE AS-CONT-OCORR-DOC    TO WS-RODAPE-TRI-QTD
           MOVE WS-RODAPE-TRI        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

           MOVE 'TOTAL DE OCORRENCIAS SO PELO NOME:'
                                     TO WS-RODAPE-TRI-LBL
           MOVE AS-CONT-OCORR-NOME   TO WS-RODAPE-TRI-QTD
           MOVE WS-RODAPE-TRI        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

           MOVE WS-CABEC-TRI1        TO ARQ-TRIAGEM
           WRITE ARQ-TRIAGEM

           DISPLAY 'LISTA - ENTRADAS LIDAS:  ' AS-CONT-RESTRIT-LIDOS
           DISPLAY 'LISTA - VIGENTES:        ' AS-CONT-VIGENTES
           DISPLAY 'EMPRESAS TRIADAS:        ' AS-CONT-EMPRESAS
           DISPLAY 'SOCIOS TRIADOS:          ' AS-CONT-SOCIOS
           DISPLAY 'OCORRENCIAS EM EMPRESAS: ' AS-CONT-OCORR-EMP
           DISPLAY 'OCORRENCIAS EM SOCIOS:   ' AS-CONT-OCORR-SOC

           CLOSE SOCIOS.
           IF AS-STATUS-E2 NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DOS SOCIOS' AS-STATUS-E2
           END-IF

           CLOSE TRIAGEM.
           IF AS-STATUS-TG NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO TRIAGEM' AS-STATUS-TG
           END-IF

           CLOSE RSTDOC.
           CLOSE RSTNOM.
           CLOSE EMPIDX.

      *    HAVENDO OCORRENCIA, O RUN SAI SINALIZADO PARA A COMPLIANCE
           IF AS-CONT-OCORR-EMP > ZEROS
              OR AS-CONT-OCORR-SOC > ZEROS
               MOVE 4                TO RETURN-CODE
           END-IF

           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZJP21.
