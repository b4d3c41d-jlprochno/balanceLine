       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP26.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: PROVAVEIS DUPLICIDADES DE EMPRESAS - O MESMO NEGOCIO
      *          CADASTRADO EM RAIZES DE CNPJ DIFERENTES (O CBLZJP09 SO
      *          AGRUPA PELA RAIZ E O CBLZJP12 SO PEGA UM DOCUMENTO COM
      *          VARIOS NOMES). O NOME DA MATRIZ E NORMALIZADO COMO NO
      *          CBLZJP21 (SEM ACENTOS, SEM PONTUACAO E SEM SUFIXO DE
      *          FORMA JURIDICA: 'COMERCIO X.Y.Z. LTDA - ME' = 'COMERCIO
      *          XYZ'); EMPRESAS DE RAIZES DIFERENTES COM O MESMO NOME
      *          NORMALIZADO FORMAM UM GRUPO, PONTUADO POR RAIZ E, COM
      *          PESO MAIOR, POR SOCIO EM COMUM NO SOCIOS. O RELATORIO
      *          SAI EM ORDEM DECRESCENTE DE PONTOS COM OS CNPJ, A
      *          SITUACAO, A DATA DE ABERTURA E OS SOCIOS EM COMUM
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *******************************************************************
      *    DEFINICAO DOS ARQUIVOS                                       *
      *******************************************************************
       SELECT MATRIZ ASSIGN TO DYNAMIC AS-CAMINHO-MATRIZ
       FILE STATUS IS AS-STATUS-E1.

       SELECT SOCIOS ASSIGN TO DYNAMIC AS-CAMINHO-SOCIOS
       FILE STATUS IS AS-STATUS-E2.

       SELECT DUPLIC ASSIGN TO DYNAMIC AS-CAMINHO-DUPLIC
       FILE STATUS IS AS-STATUS-DP.

      *    INDICE DE TRABALHO DOS SOCIOS PELA EMPRESA - CARREGADO DO
      *    SOCIOS E CONSULTADO PELA CHAVE PARA CADA EMPRESA DE UM GRUPO
      *    (COMO O EMPIDX DO CBLZJP21)
       SELECT SOCIDX ASSIGN TO DYNAMIC AS-CAMINHO-SOCIDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SCX-CHAVE
       FILE STATUS IS AS-STATUS-SX.

      *    PRIMEIRA CLASSIFICACAO: EMPRESAS PELO NOME NORMALIZADO, COM
      *    O RESULTADO GRAVADO EM ARQUIVO DE TRABALHO
       SELECT CLASNOM ASSIGN TO DYNAMIC AS-CAMINHO-CLASNOM.

       SELECT NOMORD ASSIGN TO DYNAMIC AS-CAMINHO-NOMORD
       FILE STATUS IS AS-STATUS-NO.

      *    SEGUNDA CLASSIFICACAO: LINHAS DOS GRUPOS PELA PONTUACAO
       SELECT CLASRNK ASSIGN TO DYNAMIC AS-CAMINHO-CLASRNK.

       DATA DIVISION.
       FILE SECTION.

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
      *    DEFINICAO DO RELATORIO DE PROVAVEIS DUPLICIDADES             *
      *******************************************************************
       FD  DUPLIC
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-DUPLIC                  PIC X(100).

      *******************************************************************
      *    INDICE DE TRABALHO DOS SOCIOS (CHAVE: CNPJ + DOCUMENTO)      *
      *******************************************************************
       FD  SOCIDX.

       01  REG-SOCIDX.
           05 SCX-CHAVE.
               10 SCX-CNPJ             PIC X(014).
               10 SCX-DOC              PIC X(014).
           05 SCX-NOME                 PIC X(036).

      *******************************************************************
      *    CLASSIFICACAO DAS EMPRESAS PELO NOME NORMALIZADO (CNPJ NA    *
      *    SEQUENCIA, PARA AS RAIZES CHEGAREM AGRUPADAS DENTRO DO NOME) *
      *******************************************************************
       SD  CLASNOM.

       01  REG-CLASNOM.
           05 CLN-NOME-NORM            PIC X(060).
           05 CLN-CNPJ                 PIC X(014).
           05 CLN-SIT                  PIC X(006).
           05 CLN-DATA-ABERT           PIC X(010).
           05 CLN-NOME                 PIC X(059).

      *******************************************************************
      *    SAIDA DA PRIMEIRA CLASSIFICACAO (GIVING)                     *
      *******************************************************************
       FD  NOMORD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-NOMORD                  PIC X(149).
       01  FILLER REDEFINES ARQ-NOMORD.
           05 NOM-NOME-NORM            PIC X(060).
           05 NOM-CNPJ                 PIC X(014).
           05 FILLER REDEFINES NOM-CNPJ.
               10 NOM-CNPJ-RAIZ        PIC X(008).
               10 NOM-CNPJ-RESTO       PIC X(006).
           05 NOM-SIT                  PIC X(006).
           05 NOM-DATA-ABERT           PIC X(010).
           05 NOM-NOME                 PIC X(059).

      *******************************************************************
      *    CLASSIFICACAO DAS LINHAS DO RELATORIO: PONTOS (DECRESCENTE), *
      *    ORDEM DO GRUPO E ORDEM DA LINHA DENTRO DO GRUPO              *
      *    TIPO: 'G' CABECALHO DO GRUPO  'N' NOME NORMALIZADO           *
      *          'E' EMPRESA  'S' SOCIO EM COMUM  'B' LINHA EM BRANCO   *
      *******************************************************************
       SD  CLASRNK.

       01  REG-CLASRNK.
           05 CLR-PONTOS               PIC 9(005).
           05 CLR-GRUPO                PIC 9(007).
           05 CLR-LINHA                PIC 9(005).
           05 CLR-TIPO                 PIC X(001).
           05 CLR-TEXTO                PIC X(100).

      *******************************************************************
      *    DEFINICAO DAS VARIAVEIS                                      *
      *******************************************************************
       WORKING-STORAGE SECTION.

      *******************************************************************
      *    CAMINHOS DOS ARQUIVOS - PARAMETRIZAVEIS VIA VARIAVEL DE       *
      *    AMBIENTE, SEM NECESSIDADE DE RECOMPILACAO PARA CADA FILIAL   *
      *******************************************************************
       01  AS-CAMINHO-MATRIZ       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\MATRIZ.txt'.
       01  AS-CAMINHO-SOCIOS       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\SOCIOS.txt'.
       01  AS-CAMINHO-DUPLIC       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\DUPLIC.txt'.
       01  AS-CAMINHO-SOCIDX       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\SOCIDX26.dat'.
       01  AS-CAMINHO-CLASNOM      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CLASNOM26.tmp'.
       01  AS-CAMINHO-NOMORD       PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\NOMORD26.tmp'.
       01  AS-CAMINHO-CLASRNK      PIC X(100)
           VALUE 'C:\Cobol\02.TAREFAS\CLASRNK26.tmp'.

       01  AS-STATUS-E1            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-E2            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-DP            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-SX            PIC 9(002) VALUE ZEROS.
       01  AS-STATUS-NO            PIC 9(002) VALUE ZEROS.
       01  AS-FIM-MATRIZ           PIC X(001) VALUE 'N'.
       01  AS-FIM-SOCIOS           PIC X(001) VALUE 'N'.
       01  AS-FIM-NOMORD           PIC X(001) VALUE 'N'.
       01  AS-FIM-CLASSIF          PIC X(001) VALUE 'N'.
       01  AS-FIM-BUSCA            PIC X(001) VALUE 'N'.
       01  AS-DATA                 PIC X(008) VALUE ZEROS.
       01  AS-HORA                 PIC X(006) VALUE ZEROS.

      *******************************************************************
      *    PESOS DA PONTUACAO DO GRUPO - CADA RAIZ DE CNPJ DIFERENTE    *
      *    VALE AS-PESO-RAIZ E CADA SOCIO EM COMUM ENTRE RAIZES VALE    *
      *    AS-PESO-SOCIO (O SOCIO EM COMUM PESA MAIS QUE O NOME)        *
      *******************************************************************
       01  AS-PESO-RAIZ            PIC 9(003) VALUE 10.
       01  AS-PESO-SOCIO           PIC 9(003) VALUE 25.

      *******************************************************************
      *    GRUPO DO NOME NORMALIZADO EM EXAME                           *
      *******************************************************************
       01  AS-GRP-NOME-NORM        PIC X(060) VALUE SPACES.
       01  AS-GRP-RAIZ-ANT         PIC X(008) VALUE SPACES.
       01  AS-GRP-QTD-RAIZES       PIC 9(005) VALUE ZEROS.
       01  AS-GRP-QTD-COMUNS       PIC 9(005) VALUE ZEROS.
       01  AS-GRP-PONTOS           PIC 9(005) VALUE ZEROS.
       01  AS-GRP-SEQ              PIC 9(007) VALUE ZEROS.
       01  AS-GRP-LINHA            PIC 9(005) VALUE ZEROS.
       01  AS-POSICAO              PIC 9(005) VALUE ZEROS.

      *******************************************************************
      *    EMPRESAS DO GRUPO EM EXAME                                   *
      *******************************************************************
       01  AS-EMP-MAX              PIC 9(004) VALUE 100.
       01  AS-EMP-QTD              PIC 9(004) VALUE ZEROS.
       01  AS-EMP-IDX              PIC 9(004) VALUE ZEROS.
       01  AS-EMP-EXCEDENTES       PIC 9(004) VALUE ZEROS.
       01  AS-TAB-EMPRESAS.
           05 AS-EMP-ENT OCCURS 100 TIMES.
               10 AS-EMP-CNPJ      PIC X(014).
               10 AS-EMP-SIT       PIC X(006).
               10 AS-EMP-DATA-ABERT
                                   PIC X(010).
               10 AS-EMP-NOME      PIC X(059).

      *******************************************************************
      *    SOCIOS DAS EMPRESAS DO GRUPO EM EXAME - UMA ENTRADA POR      *
      *    EMPRESA E SOCIO, COM A RAIZ DA EMPRESA; O SOCIO E COMUM      *
      *    QUANDO O MESMO DOCUMENTO APARECE EM MAIS DE UMA RAIZ         *
      *******************************************************************
       01  AS-PAR-MAX              PIC 9(004) VALUE 1000.
       01  AS-PAR-QTD              PIC 9(004) VALUE ZEROS.
       01  AS-PAR-IDX              PIC 9(004) VALUE ZEROS.
       01  AS-PAR-JDX              PIC 9(004) VALUE ZEROS.
       01  AS-PAR-EXCEDENTES       PIC 9(004) VALUE ZEROS.
       01  AS-PAR-PRIMEIRO         PIC X(001) VALUE 'N'.
       01  AS-PAR-OUTRA-RAIZ       PIC X(001) VALUE 'N'.
       01  AS-PAR-EMPRESAS         PIC 9(004) VALUE ZEROS.
       01  AS-TAB-SOCIOS.
           05 AS-PAR-ENT OCCURS 1000 TIMES.
               10 AS-PAR-DOC       PIC X(014).
               10 AS-PAR-NOME      PIC X(036).
               10 AS-PAR-RAIZ      PIC X(008).
               10 AS-PAR-COMUM     PIC X(001).
               10 AS-PAR-QTD-EMP   PIC 9(004).

      *******************************************************************
      *    NORMALIZACAO DE NOME - MAIUSCULAS SEM ACENTO (ACENTOS NO      *
      *    PADRAO ISO-8859-1 DAS CARGAS), SO LETRAS E DIGITOS, PONTO,   *
      *    BARRA E APOSTROFO RETIRADOS (X.Y.Z. = XYZ, S/A = SA), DEMAIS *
      *    SINAIS VIRAM UM UNICO ESPACO, E OS SUFIXOS DE FORMA JURIDICA *
      *    NO FIM DO NOME SAO RETIRADOS (MESMA REGRA DO CBLZJP21)       *
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
       01  AS-CONT-EMPRESAS        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SEM-NOME        PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SOCIOS          PIC 9(007) VALUE ZEROS.
       01  AS-CONT-SOC-REPETIDOS   PIC 9(007) VALUE ZEROS.
       01  AS-CONT-NOMES           PIC 9(007) VALUE ZEROS.
       01  AS-CONT-GRUPOS          PIC 9(007) VALUE ZEROS.
       01  AS-CONT-EMP-GRUPOS      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-GRP-COMUNS      PIC 9(007) VALUE ZEROS.
       01  AS-CONT-TAB-CHEIA       PIC 9(007) VALUE ZEROS.

      *******************************************************************
      *    DEFINICAO DO CABECALHO                                       *
      *******************************************************************
       01  WS-CABEC-DUP1           PIC X(100) VALUE ALL '='.

       01  WS-CABEC-DUP2.
           05 WS-CABEC-DUP2-FL1    PIC X(001) VALUE SPACES.
           05 WS-CABEC-DUP2-PGM    PIC X(008) VALUE 'CBLZJP26'.
           05 WS-CABEC-DUP2-FL2    PIC X(015) VALUE SPACES.
           05 WS-CABEC-DUP2-DES    PIC X(036)
              VALUE 'PROVAVEIS DUPLICIDADES DE EMPRESAS'.
           05 WS-CABEC-DUP2-FL3    PIC X(019) VALUE SPACES.
           05 WS-CABEC-DUP2-DT     PIC X(010) VALUE SPACES.
           05 WS-CABEC-DUP2-FL4    PIC X(002) VALUE SPACES.
           05 WS-CABEC-DUP2-HR     PIC X(008) VALUE SPACES.
           05 WS-CABEC-DUP2-FL5    PIC X(001) VALUE SPACES.

      *******************************************************************
      *    LINHAS DO RELATORIO - POR GRUPO: CABECALHO COM A POSICAO NO  *
      *    RANKING, NOME NORMALIZADO, UMA LINHA POR EMPRESA E UMA POR   *
      *    SOCIO EM COMUM                                               *
      *******************************************************************
       01  LINDET-DUP-GRUPO.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER               PIC X(006) VALUE 'GRUPO '.
           05 LINDET-DUP-GRP-POS   PIC ZZZZ9.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 FILLER               PIC X(008) VALUE 'PONTOS: '.
           05 LINDET-DUP-GRP-PTS   PIC ZZZZ9.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 FILLER               PIC X(008) VALUE 'RAIZES: '.
           05 LINDET-DUP-GRP-RAIZ  PIC ZZ9.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 FILLER               PIC X(015)
              VALUE 'SOCIOS COMUNS: '.
           05 LINDET-DUP-GRP-SOC   PIC ZZ9.
           05 FILLER               PIC X(040) VALUE SPACES.

       01  LINDET-DUP-NOME.
           05 FILLER               PIC X(004) VALUE SPACES.
           05 FILLER               PIC X(018)
              VALUE 'NOME NORMALIZADO: '.
           05 LINDET-DUP-NOME-NRM  PIC X(060) VALUE SPACES.
           05 FILLER               PIC X(018) VALUE SPACES.

       01  LINDET-DUP-EMP.
           05 FILLER               PIC X(004) VALUE SPACES.
           05 LINDET-DUP-EMP-CNPJ  PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-DUP-EMP-SIT   PIC X(006) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-DUP-EMP-DATA  PIC X(010) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-DUP-EMP-NOME  PIC X(059) VALUE SPACES.
           05 FILLER               PIC X(001) VALUE SPACES.

       01  LINDET-DUP-SOC.
           05 FILLER               PIC X(004) VALUE SPACES.
           05 FILLER               PIC X(013) VALUE 'SOCIO COMUM: '.
           05 LINDET-DUP-SOC-DOC   PIC X(014) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 LINDET-DUP-SOC-NOME  PIC X(036) VALUE SPACES.
           05 FILLER               PIC X(002) VALUE SPACES.
           05 FILLER               PIC X(010) VALUE 'EMPRESAS: '.
           05 LINDET-DUP-SOC-QTD   PIC ZZ9.
           05 FILLER               PIC X(016) VALUE SPACES.

       01  LINDET-DUP-BRANCO       PIC X(100) VALUE SPACES.

      *******************************************************************
      *    DEFINICAO DO RODAPE DE TOTAIS DE CONTROLE                    *
      *******************************************************************
       01  WS-RODAPE-DUP-TIT.
           05 FILLER               PIC X(001) VALUE SPACES.
           05 FILLER              PIC X(019) VALUE 'TOTAIS DE CONTROLE'.
           05 FILLER               PIC X(080) VALUE SPACES.

       01  WS-RODAPE-DUP.
           05 WS-RODAPE-DUP-LBL    PIC X(040) VALUE SPACES.
           05 WS-RODAPE-DUP-QTD    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(049) VALUE SPACES.

      *******************************************************************
      *    CRIACAO E DECLARACAO DOS PERFORMS                            *
      *******************************************************************

       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CARREGAR-SOCIOS.

      *    CLASSIFICA AS EMPRESAS PELO NOME NORMALIZADO NA ENTRADA E
      *    GRAVA O RESULTADO NO ARQUIVO DE TRABALHO
           SORT CLASNOM
               ON ASCENDING KEY CLN-NOME-NORM
                                CLN-CNPJ
               INPUT PROCEDURE IS 2000-SELECIONAR-EMPRESAS
               GIVING NOMORD.

      *    MONTA E PONTUA OS GRUPOS NA ENTRADA E IMPRIME O RANKING NA
      *    SAIDA DA SEGUNDA CLASSIFICACAO
           SORT CLASRNK
               ON DESCENDING KEY CLR-PONTOS
               ON ASCENDING KEY CLR-GRUPO
                                CLR-LINHA
               INPUT PROCEDURE IS 2200-AVALIAR-NOMES
               OUTPUT PROCEDURE IS 2600-IMPRIMIR-RANKING.

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

           MOVE AS-DATA(1:4)        TO WS-CABEC-DUP2-DT(7:4)
           MOVE AS-DATA(5:2)        TO WS-CABEC-DUP2-DT(4:2)
           MOVE AS-DATA(7:2)        TO WS-CABEC-DUP2-DT(1:2)
           MOVE '/'                 TO WS-CABEC-DUP2-DT(3:1)
           MOVE '/'                 TO WS-CABEC-DUP2-DT(6:1)

           MOVE AS-HORA(1:2)        TO WS-CABEC-DUP2-HR(1:2)
           MOVE AS-HORA(3:2)        TO WS-CABEC-DUP2-HR(4:2)
           MOVE AS-HORA(5:2)        TO WS-CABEC-DUP2-HR(7:2)
           MOVE ':'                 TO WS-CABEC-DUP2-HR(3:1)
           MOVE ':'                 TO WS-CABEC-DUP2-HR(6:1)

           OPEN OUTPUT DUPLIC.
           IF AS-STATUS-DP NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO DUPLIC' AS-STATUS-DP
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

      *    INSERCAO DO CABECALHO NO RELATORIO DE DUPLICIDADES
           MOVE WS-CABEC-DUP1        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC
           MOVE WS-CABEC-DUP2        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC
           MOVE WS-CABEC-DUP1        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    1005-CARREGAR-CAMINHOS - LE OS CAMINHOS DOS ARQUIVOS VIA      *
      *    VARIAVEL DE AMBIENTE, MANTENDO O PADRAO SE NAO INFORMADA      *
      *******************************************************************
       1005-CARREGAR-CAMINHOS       SECTION.

           ACCEPT AS-CAMINHO-MATRIZ FROM ENVIRONMENT
                  'CBLZJP26_MATRIZ'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-SOCIOS FROM ENVIRONMENT
                  'CBLZJP26_SOCIOS'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-DUPLIC FROM ENVIRONMENT
                  'CBLZJP26_DUPLIC'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-SOCIDX FROM ENVIRONMENT
                  'CBLZJP26_SOCIDX'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CLASNOM FROM ENVIRONMENT
                  'CBLZJP26_CLASNOM'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-NOMORD FROM ENVIRONMENT
                  'CBLZJP26_NOMORD'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT

           ACCEPT AS-CAMINHO-CLASRNK FROM ENVIRONMENT
                  'CBLZJP26_CLASRNK'
                  ON EXCEPTION
                     CONTINUE
           END-ACCEPT
           .
       1005-CARREGAR-CAMINHOS-FIM.
           EXIT.

      *******************************************************************
      *    1100-CARREGAR-SOCIOS - INDICE DE TRABALHO DOS SOCIOS PELA    *
      *    EMPRESA, REABERTO EM SEGUIDA PARA A CONSULTA PELA CHAVE      *
      *******************************************************************
       1100-CARREGAR-SOCIOS         SECTION.

           OPEN INPUT SOCIOS.
           IF AS-STATUS-E2 NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DOS SOCIOS' AS-STATUS-E2
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SOCIDX.
           IF AS-STATUS-SX NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO SOCIDX' AS-STATUS-SX
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1110-INDEXAR-SOCIO
               UNTIL AS-FIM-SOCIOS EQUAL 'S'

           CLOSE SOCIOS.
           IF AS-STATUS-E2 NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DOS SOCIOS' AS-STATUS-E2
           END-IF

           CLOSE SOCIDX
           OPEN INPUT SOCIDX
           IF AS-STATUS-SX NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REABERTURA DO SOCIDX' AS-STATUS-SX
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1100-CARREGAR-SOCIOS-FIM.
           EXIT.

      *******************************************************************
      *    1110-INDEXAR-SOCIO - O MESMO SOCIO REPETIDO NA MESMA EMPRESA *
      *    ENTRA UMA SO VEZ NO INDICE                                   *
      *******************************************************************
       1110-INDEXAR-SOCIO           SECTION.

           READ SOCIOS
                AT END MOVE 'S'       TO AS-FIM-SOCIOS
                NOT AT END
                   IF AS-STATUS-E2 NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DOS SOCIOS'
                               AS-STATUS-E2
                       DISPLAY 'EXECUCAO ABORTADA - INDICE DE '
                               'SOCIOS INCOMPLETO'
                       MOVE 16         TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1           TO AS-CONT-SOCIOS
                       MOVE ARQ-S-CNPJ TO SCX-CNPJ
                       MOVE ARQ-S-CNPJ-SOCIO TO SCX-DOC
                       MOVE ARQ-S-NOME TO SCX-NOME
                       WRITE REG-SOCIDX
                           INVALID KEY
                               ADD 1   TO AS-CONT-SOC-REPETIDOS
                       END-WRITE
                   END-IF
           .
       1110-INDEXAR-SOCIO-FIM.
           EXIT.

      *******************************************************************
      *    2000-SELECIONAR-EMPRESAS - ENTRADA DA PRIMEIRA               *
      *    CLASSIFICACAO: CADA EMPRESA DA MATRIZ COM O NOME NORMALIZADO *
      *    (NOME QUE NORMALIZA EM BRANCO NAO TEM COM QUEM COMPARAR)     *
      *******************************************************************
       2000-SELECIONAR-EMPRESAS       SECTION.

           OPEN INPUT MATRIZ.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DA MATRIZ' AS-STATUS-E1
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2010-LER-MATRIZ
           IF AS-FIM-MATRIZ EQUAL 'S'
               DISPLAY 'ARQUIVO MATRIZ VAZIO'
           END-IF

           PERFORM 2020-LIBERAR-EMPRESA
               UNTIL AS-FIM-MATRIZ EQUAL 'S'

           CLOSE MATRIZ.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DA MATRIZ' AS-STATUS-E1
           END-IF
           .
       2000-SELECIONAR-EMPRESAS-FIM.
           EXIT.

      *******************************************************************
      *    2010-LER-MATRIZ                                              *
      *******************************************************************
       2010-LER-MATRIZ                SECTION.

           READ MATRIZ
                AT END MOVE 'S'       TO AS-FIM-MATRIZ
                NOT AT END
                   IF AS-STATUS-E1 NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DA MATRIZ' AS-STATUS-E1
                       MOVE 16         TO RETURN-CODE
                       MOVE 'S'        TO AS-FIM-MATRIZ
                   ELSE
                       ADD 1           TO AS-CONT-EMPRESAS
                   END-IF
           .
       2010-LER-MATRIZ-FIM.
           EXIT.

      *******************************************************************
      *    2020-LIBERAR-EMPRESA                                         *
      *******************************************************************
       2020-LIBERAR-EMPRESA           SECTION.

           MOVE ARQ-M-NOME           TO AS-NRM-ENT
           PERFORM 2800-NORMALIZAR-NOME

           IF AS-NRM-SAI EQUAL SPACES
               ADD 1                 TO AS-CONT-SEM-NOME
           ELSE
               MOVE AS-NRM-SAI       TO CLN-NOME-NORM
               MOVE ARQ-M-CNPJ       TO CLN-CNPJ
               MOVE ARQ-M-SIT        TO CLN-SIT
               MOVE ARQ-M-DATA-ABERT TO CLN-DATA-ABERT
               MOVE ARQ-M-NOME       TO CLN-NOME
               RELEASE REG-CLASNOM
           END-IF

           PERFORM 2010-LER-MATRIZ
           .
       2020-LIBERAR-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2200-AVALIAR-NOMES - ENTRADA DA SEGUNDA CLASSIFICACAO: LE AS *
      *    EMPRESAS JA EM ORDEM DE NOME NORMALIZADO E AVALIA UM NOME    *
      *    POR PASSO                                                    *
      *******************************************************************
       2200-AVALIAR-NOMES             SECTION.

           OPEN INPUT NOMORD.
           IF AS-STATUS-NO NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO NOMORD' AS-STATUS-NO
               MOVE 16              TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2230-LER-NOMORD

           PERFORM 2210-AVALIAR-GRUPO
               UNTIL AS-FIM-NOMORD EQUAL 'S'

           CLOSE NOMORD.
           IF AS-STATUS-NO NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO NOMORD' AS-STATUS-NO
           END-IF
           .
       2200-AVALIAR-NOMES-FIM.
           EXIT.

      *******************************************************************
      *    2210-AVALIAR-GRUPO - JUNTA AS EMPRESAS DO NOME CORRENTE E    *
      *    CONTA AS RAIZES (A CLASSIFICACAO POR CNPJ DENTRO DO NOME FAZ *
      *    CADA RAIZ CHEGAR AGRUPADA); SO HA PROVAVEL DUPLICIDADE COM   *
      *    MAIS DE UMA RAIZ - FILIAIS DA MESMA RAIZ NAO CONTAM          *
      *******************************************************************
       2210-AVALIAR-GRUPO             SECTION.

           MOVE NOM-NOME-NORM        TO AS-GRP-NOME-NORM
           MOVE SPACES               TO AS-GRP-RAIZ-ANT
           MOVE ZEROS                TO AS-GRP-QTD-RAIZES
           MOVE ZEROS                TO AS-EMP-QTD
           MOVE ZEROS                TO AS-EMP-EXCEDENTES

           PERFORM 2220-GUARDAR-EMPRESA
               UNTIL AS-FIM-NOMORD EQUAL 'S'
                  OR NOM-NOME-NORM NOT EQUAL AS-GRP-NOME-NORM

           ADD 1                     TO AS-CONT-NOMES

           IF AS-GRP-QTD-RAIZES > 1
               PERFORM 2300-PONTUAR-GRUPO
               PERFORM 2400-LIBERAR-GRUPO
           END-IF
           .
       2210-AVALIAR-GRUPO-FIM.
           EXIT.

      *******************************************************************
      *    2220-GUARDAR-EMPRESA - EMPRESAS ALEM DA TABELA CONTAM NAS    *
      *    RAIZES MAS NAO SAO LISTADAS NEM TEM OS SOCIOS CONFERIDOS     *
      *******************************************************************
       2220-GUARDAR-EMPRESA           SECTION.

           IF NOM-CNPJ-RAIZ NOT EQUAL AS-GRP-RAIZ-ANT
               ADD 1                 TO AS-GRP-QTD-RAIZES
               MOVE NOM-CNPJ-RAIZ    TO AS-GRP-RAIZ-ANT
           END-IF

           IF AS-EMP-QTD < AS-EMP-MAX
               ADD 1                 TO AS-EMP-QTD
               MOVE NOM-CNPJ         TO AS-EMP-CNPJ(AS-EMP-QTD)
               MOVE NOM-SIT          TO AS-EMP-SIT(AS-EMP-QTD)
               MOVE NOM-DATA-ABERT   TO AS-EMP-DATA-ABERT(AS-EMP-QTD)
               MOVE NOM-NOME         TO AS-EMP-NOME(AS-EMP-QTD)
           ELSE
               ADD 1                 TO AS-EMP-EXCEDENTES
           END-IF

           PERFORM 2230-LER-NOMORD
           .
       2220-GUARDAR-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2230-LER-NOMORD                                              *
      *******************************************************************
       2230-LER-NOMORD                SECTION.

           READ NOMORD
                AT END MOVE 'S'       TO AS-FIM-NOMORD
                NOT AT END
                   IF AS-STATUS-NO NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA LEITURA DO NOMORD' AS-STATUS-NO
                       MOVE 16         TO RETURN-CODE
                       MOVE 'S'        TO AS-FIM-NOMORD
                   END-IF
           .
       2230-LER-NOMORD-FIM.
           EXIT.

      *******************************************************************
      *    2300-PONTUAR-GRUPO - CARREGA OS SOCIOS DE CADA EMPRESA DO    *
      *    GRUPO, MARCA OS SOCIOS EM COMUM ENTRE RAIZES E CALCULA OS    *
      *    PONTOS DO GRUPO                                              *
      *******************************************************************
       2300-PONTUAR-GRUPO             SECTION.

           MOVE ZEROS                TO AS-PAR-QTD
           MOVE ZEROS                TO AS-PAR-EXCEDENTES
           MOVE ZEROS                TO AS-GRP-QTD-COMUNS

           PERFORM 2310-CARREGAR-SOCIOS-EMPRESA
               VARYING AS-EMP-IDX FROM 1 BY 1
               UNTIL AS-EMP-IDX > AS-EMP-QTD

           PERFORM 2330-MARCAR-COMUM
               VARYING AS-PAR-IDX FROM 1 BY 1
               UNTIL AS-PAR-IDX > AS-PAR-QTD

           IF AS-EMP-EXCEDENTES NOT EQUAL ZEROS
              OR AS-PAR-EXCEDENTES NOT EQUAL ZEROS
               DISPLAY 'GRUPO ALEM DA TABELA: ' AS-GRP-NOME-NORM
               DISPLAY '   EMPRESAS NAO LISTADAS: ' AS-EMP-EXCEDENTES
                       ' SOCIOS NAO CONFERIDOS: ' AS-PAR-EXCEDENTES
               ADD 1                 TO AS-CONT-TAB-CHEIA
               MOVE 4                TO RETURN-CODE
           END-IF

           COMPUTE AS-GRP-PONTOS = AS-GRP-QTD-RAIZES * AS-PESO-RAIZ
                                 + AS-GRP-QTD-COMUNS * AS-PESO-SOCIO
               ON SIZE ERROR
                   MOVE 99999        TO AS-GRP-PONTOS
           END-COMPUTE
           .
       2300-PONTUAR-GRUPO-FIM.
           EXIT.

      *******************************************************************
      *    2310-CARREGAR-SOCIOS-EMPRESA - SOCIOS DA EMPRESA PELO INDICE *
      *******************************************************************
       2310-CARREGAR-SOCIOS-EMPRESA   SECTION.

           MOVE 'N'                  TO AS-FIM-BUSCA
           MOVE AS-EMP-CNPJ(AS-EMP-IDX) TO SCX-CNPJ
           MOVE LOW-VALUES           TO SCX-DOC
           START SOCIDX KEY NOT LESS SCX-CHAVE
               INVALID KEY
                   MOVE 'S'          TO AS-FIM-BUSCA
           END-START

           PERFORM 2320-LER-SOCIDX
               UNTIL AS-FIM-BUSCA EQUAL 'S'
           .
       2310-CARREGAR-SOCIOS-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2320-LER-SOCIDX - UM SOCIO DA EMPRESA NA TABELA DO GRUPO     *
      *******************************************************************
       2320-LER-SOCIDX                SECTION.

           READ SOCIDX NEXT
               AT END
                   MOVE 'S'          TO AS-FIM-BUSCA
               NOT AT END
                   IF SCX-CNPJ NOT EQUAL AS-EMP-CNPJ(AS-EMP-IDX)
                       MOVE 'S'      TO AS-FIM-BUSCA
                   ELSE
                       IF AS-PAR-QTD < AS-PAR-MAX
                           ADD 1     TO AS-PAR-QTD
                           MOVE SCX-DOC  TO AS-PAR-DOC(AS-PAR-QTD)
                           MOVE SCX-NOME TO AS-PAR-NOME(AS-PAR-QTD)
                           MOVE SCX-CNPJ(1:8)
                                     TO AS-PAR-RAIZ(AS-PAR-QTD)
                           MOVE 'N'  TO AS-PAR-COMUM(AS-PAR-QTD)
                           MOVE ZEROS
                                     TO AS-PAR-QTD-EMP(AS-PAR-QTD)
                       ELSE
                           ADD 1     TO AS-PAR-EXCEDENTES
                       END-IF
                   END-IF
           END-READ
           .
       2320-LER-SOCIDX-FIM.
           EXIT.

      *******************************************************************
      *    2330-MARCAR-COMUM - O DOCUMENTO E AVALIADO NA PRIMEIRA VEZ   *
      *    EM QUE APARECE NA TABELA: E SOCIO EM COMUM SE APARECE TAMBEM *
      *    EM EMPRESA DE OUTRA RAIZ                                     *
      *******************************************************************
       2330-MARCAR-COMUM              SECTION.

           MOVE 'S'                  TO AS-PAR-PRIMEIRO
           MOVE 'N'                  TO AS-PAR-OUTRA-RAIZ
           MOVE ZEROS                TO AS-PAR-EMPRESAS

           PERFORM 2335-COMPARAR-SOCIO
               VARYING AS-PAR-JDX FROM 1 BY 1
               UNTIL AS-PAR-JDX > AS-PAR-QTD

           IF AS-PAR-PRIMEIRO EQUAL 'S'
              AND AS-PAR-OUTRA-RAIZ EQUAL 'S'
               MOVE 'S'              TO AS-PAR-COMUM(AS-PAR-IDX)
               MOVE AS-PAR-EMPRESAS  TO AS-PAR-QTD-EMP(AS-PAR-IDX)
               ADD 1                 TO AS-GRP-QTD-COMUNS
           END-IF
           .
       2330-MARCAR-COMUM-FIM.
           EXIT.

      *******************************************************************
      *    2335-COMPARAR-SOCIO                                          *
      *******************************************************************
       2335-COMPARAR-SOCIO            SECTION.

           IF AS-PAR-DOC(AS-PAR-JDX) EQUAL AS-PAR-DOC(AS-PAR-IDX)
               ADD 1                 TO AS-PAR-EMPRESAS
               IF AS-PAR-JDX < AS-PAR-IDX
                   MOVE 'N'          TO AS-PAR-PRIMEIRO
               END-IF
               IF AS-PAR-RAIZ(AS-PAR-JDX)
                  NOT EQUAL AS-PAR-RAIZ(AS-PAR-IDX)
                   MOVE 'S'          TO AS-PAR-OUTRA-RAIZ
               END-IF
           END-IF
           .
       2335-COMPARAR-SOCIO-FIM.
           EXIT.

      *******************************************************************
      *    2400-LIBERAR-GRUPO - LIBERA AS LINHAS DO GRUPO PARA A        *
      *    CLASSIFICACAO PELOS PONTOS (A POSICAO NO RANKING E           *
      *    PREENCHIDA NA SAIDA)                                         *
      *******************************************************************
       2400-LIBERAR-GRUPO             SECTION.

           ADD 1                     TO AS-CONT-GRUPOS
           ADD AS-EMP-QTD            TO AS-CONT-EMP-GRUPOS
           ADD AS-EMP-EXCEDENTES     TO AS-CONT-EMP-GRUPOS
           IF AS-GRP-QTD-COMUNS > ZEROS
               ADD 1                 TO AS-CONT-GRP-COMUNS
           END-IF

           MOVE AS-CONT-GRUPOS       TO AS-GRP-SEQ
           MOVE ZEROS                TO AS-GRP-LINHA

           MOVE ZEROS                TO LINDET-DUP-GRP-POS
           MOVE AS-GRP-PONTOS        TO LINDET-DUP-GRP-PTS
           MOVE AS-GRP-QTD-RAIZES    TO LINDET-DUP-GRP-RAIZ
           MOVE AS-GRP-QTD-COMUNS    TO LINDET-DUP-GRP-SOC
           MOVE 'G'                  TO CLR-TIPO
           MOVE LINDET-DUP-GRUPO     TO CLR-TEXTO
           PERFORM 2490-LIBERAR-LINHA

           MOVE AS-GRP-NOME-NORM     TO LINDET-DUP-NOME-NRM
           MOVE 'N'                  TO CLR-TIPO
           MOVE LINDET-DUP-NOME      TO CLR-TEXTO
           PERFORM 2490-LIBERAR-LINHA

           PERFORM 2410-LIBERAR-EMPRESA
               VARYING AS-EMP-IDX FROM 1 BY 1
               UNTIL AS-EMP-IDX > AS-EMP-QTD

           PERFORM 2420-LIBERAR-SOCIO-COMUM
               VARYING AS-PAR-IDX FROM 1 BY 1
               UNTIL AS-PAR-IDX > AS-PAR-QTD

           MOVE 'B'                  TO CLR-TIPO
           MOVE LINDET-DUP-BRANCO    TO CLR-TEXTO
           PERFORM 2490-LIBERAR-LINHA
           .
       2400-LIBERAR-GRUPO-FIM.
           EXIT.

      *******************************************************************
      *    2410-LIBERAR-EMPRESA - CNPJ, SITUACAO, ABERTURA E NOME       *
      *******************************************************************
       2410-LIBERAR-EMPRESA           SECTION.

           MOVE AS-EMP-CNPJ(AS-EMP-IDX)  TO LINDET-DUP-EMP-CNPJ
           MOVE AS-EMP-SIT(AS-EMP-IDX)   TO LINDET-DUP-EMP-SIT
           MOVE AS-EMP-DATA-ABERT(AS-EMP-IDX)
                                         TO LINDET-DUP-EMP-DATA
           MOVE AS-EMP-NOME(AS-EMP-IDX)  TO LINDET-DUP-EMP-NOME
           MOVE 'E'                  TO CLR-TIPO
           MOVE LINDET-DUP-EMP       TO CLR-TEXTO
           PERFORM 2490-LIBERAR-LINHA
           .
       2410-LIBERAR-EMPRESA-FIM.
           EXIT.

      *******************************************************************
      *    2420-LIBERAR-SOCIO-COMUM - DOCUMENTO, NOME E EM QUANTAS      *
      *    EMPRESAS DO GRUPO O SOCIO APARECE                            *
      *******************************************************************
       2420-LIBERAR-SOCIO-COMUM       SECTION.

           IF AS-PAR-COMUM(AS-PAR-IDX) EQUAL 'S'
               MOVE AS-PAR-DOC(AS-PAR-IDX)  TO LINDET-DUP-SOC-DOC
               MOVE AS-PAR-NOME(AS-PAR-IDX) TO LINDET-DUP-SOC-NOME
               MOVE AS-PAR-QTD-EMP(AS-PAR-IDX)
                                            TO LINDET-DUP-SOC-QTD
               MOVE 'S'              TO CLR-TIPO
               MOVE LINDET-DUP-SOC   TO CLR-TEXTO
               PERFORM 2490-LIBERAR-LINHA
           END-IF
           .
       2420-LIBERAR-SOCIO-COMUM-FIM.
           EXIT.

      *******************************************************************
      *    2490-LIBERAR-LINHA - COMPLETA A CHAVE DA CLASSIFICACAO E     *
      *    LIBERA A LINHA                                               *
      *******************************************************************
       2490-LIBERAR-LINHA             SECTION.

           ADD 1                     TO AS-GRP-LINHA
           MOVE AS-GRP-PONTOS        TO CLR-PONTOS
           MOVE AS-GRP-SEQ           TO CLR-GRUPO
           MOVE AS-GRP-LINHA         TO CLR-LINHA

           RELEASE REG-CLASRNK
           .
       2490-LIBERAR-LINHA-FIM.
           EXIT.

      *******************************************************************
      *    2600-IMPRIMIR-RANKING - SAIDA DA SEGUNDA CLASSIFICACAO: OS   *
      *    GRUPOS CHEGAM DO MAIOR PARA O MENOR NUMERO DE PONTOS         *
      *******************************************************************
       2600-IMPRIMIR-RANKING          SECTION.

           PERFORM 2610-RETORNAR-CLASRNK
           IF AS-FIM-CLASSIF EQUAL 'S'
               DISPLAY 'NENHUMA PROVAVEL DUPLICIDADE ENCONTRADA'
           END-IF

           PERFORM 2620-IMPRIMIR-LINHA
               UNTIL AS-FIM-CLASSIF EQUAL 'S'
           .
       2600-IMPRIMIR-RANKING-FIM.
           EXIT.

      *******************************************************************
      *    2610-RETORNAR-CLASRNK - DEVOLVE UMA LINHA CLASSIFICADA       *
      *******************************************************************
       2610-RETORNAR-CLASRNK          SECTION.

           RETURN CLASRNK
               AT END MOVE 'S'       TO AS-FIM-CLASSIF
           END-RETURN
           .
       2610-RETORNAR-CLASRNK-FIM.
           EXIT.

      *******************************************************************
      *    2620-IMPRIMIR-LINHA - NO CABECALHO DO GRUPO ENTRA A POSICAO  *
      *    NO RANKING                                                   *
      *******************************************************************
       2620-IMPRIMIR-LINHA            SECTION.

           IF CLR-TIPO EQUAL 'G'
               ADD 1                 TO AS-POSICAO
               MOVE CLR-TEXTO        TO LINDET-DUP-GRUPO
               MOVE AS-POSICAO       TO LINDET-DUP-GRP-POS
               MOVE LINDET-DUP-GRUPO TO ARQ-DUPLIC
           ELSE
               MOVE CLR-TEXTO        TO ARQ-DUPLIC
           END-IF
           WRITE ARQ-DUPLIC

           PERFORM 2610-RETORNAR-CLASRNK
           .
       2620-IMPRIMIR-LINHA-FIM.
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
           MOVE WS-CABEC-DUP1        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC
           MOVE WS-RODAPE-DUP-TIT    TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC

           MOVE 'TOTAL DE EMPRESAS LIDAS:'
                                     TO WS-RODAPE-DUP-LBL
           MOVE AS-CONT-EMPRESAS     TO WS-RODAPE-DUP-QTD
           MOVE WS-RODAPE-DUP        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC

           MOVE 'TOTAL DE EMPRESAS SEM NOME COMPARAVEL:'
                                     TO WS-RODAPE-DUP-LBL
           MOVE AS-CONT-SEM-NOME     TO WS-RODAPE-DUP-QTD
           MOVE WS-RODAPE-DUP        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC

           MOVE 'TOTAL DE REGISTROS DE SOCIOS LIDOS:'
                                     TO WS-RODAPE-DUP-LBL
           MOVE AS-CONT-SOCIOS       TO WS-RODAPE-DUP-QTD
           MOVE WS-RODAPE-DUP        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC

           MOVE 'TOTAL DE NOMES NORMALIZADOS DISTINTOS:'
                                     TO WS-RODAPE-DUP-LBL
           MOVE AS-CONT-NOMES        TO WS-RODAPE-DUP-QTD
           MOVE WS-RODAPE-DUP        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC

           MOVE 'TOTAL DE GRUPOS DE PROVAVEL DUPLICIDADE:'
                                     TO WS-RODAPE-DUP-LBL
           MOVE AS-CONT-GRUPOS       TO WS-RODAPE-DUP-QTD
           MOVE WS-RODAPE-DUP        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC

           MOVE 'TOTAL DE GRUPOS COM SOCIO EM COMUM:'
                                     TO WS-RODAPE-DUP-LBL
           MOVE AS-CONT-GRP-COMUNS   TO WS-RODAPE-DUP-QTD
           MOVE WS-RODAPE-DUP        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC

           MOVE 'TOTAL DE EMPRESAS NOS GRUPOS:'
                                     TO WS-RODAPE-DUP-LBL
           MOVE AS-CONT-EMP-GRUPOS   TO WS-RODAPE-DUP-QTD
           MOVE WS-RODAPE-DUP        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC

           MOVE 'TOTAL DE GRUPOS ALEM DA TABELA:'
                                     TO WS-RODAPE-DUP-LBL
           MOVE AS-CONT-TAB-CHEIA    TO WS-RODAPE-DUP-QTD
           MOVE WS-RODAPE-DUP        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC

           MOVE WS-CABEC-DUP1        TO ARQ-DUPLIC
           WRITE ARQ-DUPLIC

           DISPLAY 'EMPRESAS LIDAS:            ' AS-CONT-EMPRESAS
           DISPLAY 'SOCIOS LIDOS:              ' AS-CONT-SOCIOS
           DISPLAY 'NOMES DISTINTOS:           ' AS-CONT-NOMES
           DISPLAY 'GRUPOS DE DUPLICIDADE:     ' AS-CONT-GRUPOS
           DISPLAY 'GRUPOS COM SOCIO COMUM:    ' AS-CONT-GRP-COMUNS

           CLOSE SOCIDX.
           IF AS-STATUS-SX NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO SOCIDX' AS-STATUS-SX
           END-IF

           CLOSE DUPLIC.
           IF AS-STATUS-DP NOT EQUAL ZEROS
               DISPLAY 'ERRO NO FECHAMENTO DO DUPLIC' AS-STATUS-DP
           END-IF

      *    PROVAVEIS DUPLICIDADES REBAIXAM A EXECUCAO LIMPA PARA
      *    CONCLUIDA COM AVISOS, PARA O CREDITO TRATAR O RELATORIO
           IF AS-CONT-GRUPOS > ZEROS
              AND RETURN-CODE < 4
               MOVE 4                TO RETURN-CODE
           END-IF

           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZJP26.
