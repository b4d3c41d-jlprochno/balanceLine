       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS MST-CHAVE
       ALTERNATE RECORD KEY IS MST-DOC-SOCIO WITH DUPLICATES
       FILE STATUS IS AS-STATUS-MS.

       SELECT MATRIZ ASSIGN TO DYNAMIC AS-CAMINHO-MATRIZ
