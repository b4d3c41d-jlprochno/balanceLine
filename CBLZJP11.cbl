      *          CAMINHO DE RECONSTRUCAO), ATE A DATA DE CORTE
      *          PARAMETRIZADA, DEVOLVENDO O MESTRE COMO ELE ESTAVA
      *          NAQUELA DATA (AUDITORIA E RECUPERACAO DE UM TRANSAC
      *          RUIM APLICADO). O ARQUIVAMENTO ('X', CBLZJP24) TIRA O
      *          REGISTRO DO MESTRE COMO UMA EXCLUSAO E A RESTAURACAO
      *          ('R', CBLZJP05) O DEVOLVE COMO UMA INCLUSAO
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MST-CHAVE
       ALTERNATE RECORD KEY IS MST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-MS.

       SELECT JORNAL ASSIGN TO DYNAMIC AS-CAMINHO-JORNAL
      *******************************************************************
      *    DEFINICAO DO CADASTRO MESTRE INDEXADO (MESMO LAYOUT DO       *
      *    CBLZJP05) - AQUI E A COPIA BASE SENDO RECONSTRUIDA, NUNCA    *
      *    O MESTRE DE PRODUCAO. A CHAVE ALTERNATIVA PELO DOC DO SOCIO  *
      *    E MANTIDA PELO PROPRIO ARQUIVO NA REAPLICACAO                *
      *******************************************************************
       FD  CADMEST.

           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ARQ-JORNAL                  PIC X(220).
       01  FILLER REDEFINES ARQ-JORNAL.
           05 JRN-DATA                 PIC X(008).
           05 JRN-HORA                 PIC X(006).
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
      *    DEFINICAO DAS VARIAVEIS                                      *
           IF JRN-DATA > AS-DATA-CORTE
               ADD 1                 TO AS-CONT-FORA-CORTE
           ELSE
               IF JRN-OPER-INCLUSAO OR JRN-OPER-RESTAURACAO
                   PERFORM 2310-REAPLICAR-INCLUSAO
               ELSE
                   IF JRN-OPER-ALTERACAO
                       PERFORM 2320-REAPLICAR-ALTERACAO
                   ELSE
                       IF JRN-OPER-EXCLUSAO OR JRN-OPER-ARQUIVAMENTO
                           PERFORM 2330-REAPLICAR-EXCLUSAO
                       ELSE
                           DISPLAY 'OPERACAO DESCONHECIDA NO JORNAL: '
