      ******************************************************************
      * Copybook: CAMBIO
      * Purpose:  REGISTRO DA TABELA DE TAXAS DE CAMBIO DATADAS
      *           (CAMBIO.DAT): UMA LINHA POR MOEDA POR DIA, COM QUANTOS
      *           REAIS VALE UMA UNIDADE DA MOEDA. CALCULO2 CONVERTE AS
      *           TRANSACOES EM MOEDA ESTRANGEIRA PELA TAXA DA DATA DO
      *           RUN HEADER -- SEM A TAXA DAQUELE DIA A TRANSACAO E
      *           REJEITADA (CODIGO 10 DA TABELA CALC2ERR), NUNCA
      *           CONVERTIDA PELA TAXA DE OUTRO DIA.
      *           CAM-DATA: DD/MM/AAAA. CAM-MOEDA: CODIGO DE TRES
      *           LETRAS (USD, EUR...). CAM-TAXA: REAIS POR UNIDADE,
      *           COM SEIS CASAS. SE A MESMA MOEDA APARECER DUAS VEZES
      *           NO MESMO DIA, VALE A ULTIMA LINHA (CORRECAO DA TAXA).
      ******************************************************************
       01  CAM-RECORD.
           05  CAM-DATA                PIC X(10).
           05  FILLER                  PIC X(01).
           05  CAM-MOEDA               PIC X(03).
           05  FILLER                  PIC X(01).
           05  CAM-TAXA                PIC 9(04)V9(06).
