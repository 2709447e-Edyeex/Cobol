      ******************************************************************
      * Copybook: ORDPERM
      * Purpose:  REGISTRO DO CADASTRO DE ORDENS PERMANENTES DE
      *           CALCULO (CALC2ORD.DAT): AS CONTAS DE CLIENTE QUE SE
      *           REPETEM TODO DIA, TODA SEMANA OU TODO MES E QUE
      *           CALC2ORD GERA NO ARQUIVO DE TRANSACOES DO LOTE EM
      *           VEZ DE SEREM REDIGITADAS.
      *           ORD-N1/ORD-N2/ORD-OP/ORD-CUST-ID: A TRANSACAO, NO
      *           MESMO DESENHO COM SINAL DE CALC2TRN.DAT.
      *           ORD-FREQUENCIA: 'D' TODO DIA UTIL, 'S' SEMANAL (NO
      *           MESMO DIA DA SEMANA DE ORD-INICIO), 'M' MENSAL NO DIA
      *           ORD-DIA (1 A 31; NUM MES MAIS CURTO, NO ULTIMO DIA).
      *           ORD-INICIO/ORD-FIM: VIGENCIA (DD/MM/AAAA); ORD-FIM EM
      *           BRANCO E ORDEM SEM DATA DE TERMINO.
      ******************************************************************
       01  ORD-RECORD.
           05  ORD-ID                  PIC X(06).
           05  ORD-N1                  PIC S9(05)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  ORD-N2                  PIC S9(05)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  ORD-OP                  PIC X(01).
           05  ORD-CUST-ID             PIC X(06).
           05  ORD-FREQUENCIA          PIC X(01).
               88  ORD-DIARIA              VALUE 'D'.
               88  ORD-SEMANAL             VALUE 'S'.
               88  ORD-MENSAL              VALUE 'M'.
               88  ORD-FREQ-VALIDA         VALUE 'D' 'S' 'M'.
           05  ORD-DIA                 PIC X(02).
           05  ORD-INICIO              PIC X(10).
           05  ORD-FIM                 PIC X(10).
           05  ORD-DESCRICAO           PIC X(30).
