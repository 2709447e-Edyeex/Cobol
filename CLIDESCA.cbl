               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

      *    TRES GERACOES FIXAS DE BACKUP. O DIALETO -STD=IBM RESOLVE
       COPY CUSTREC.

       FD  BKP1-FILE.
       01  BKP1-RECORD                     PIC X(250).

       FD  BKP2-FILE.
       01  BKP2-RECORD                     PIC X(250).

       FD  BKP3-FILE.
       01  BKP3-RECORD                     PIC X(250).

       FD  BKPCTL-FILE.
       01  BKPCTL-RECORD.
      *    LINHA MONTADA PARA A GERACAO ESCOLHIDA; A PRIMEIRA LINHA DO
      *    BACKUP E UM CABECALHO COM O LOTE/DATA DA DESCARGA, QUE O
      *    CLIRECAR PULA AO RECARREGAR.
       77 WS-BKP-LINHA                     PIC X(250) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
