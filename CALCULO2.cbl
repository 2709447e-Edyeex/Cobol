               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

      *    CONTAS A RECEBER (VER COPYBOOK CTAREC E CRLANCA), ABERTO SO
      *    PARA LEITURA: O SALDO EM ABERTO DO CLIENTE, SOMADO AO QUE O
      *    CLIENTE JA MOVIMENTOU NESTA NOITE, E CONFERIDO CONTRA O
      *    LIMITE DE CREDITO DO MESTRE ANTES DE A TRANSACAO SER ACEITA
      *    (CODIGO 09 DA TABELA CALC2ERR). SEM O ARQUIVO, O SALDO EM
      *    ABERTO CONTA COMO ZERO E SO O MOVIMENTO DA NOITE PESA.
           SELECT RECEB-FILE ASSIGN TO "data/CTARECEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS WS-FS-RECEB.

      *    MARCADOR DE CONCLUSAO DO LOTE, LIDO PELO LOTENOTURNO PARA
      *    DISTINGUIR UM PASSO QUE RODOU O ARQUIVO INTEIRO E SO TEVE
      *    TRANSACOES REJEITADAS (RETURN-CODE NAO-ZERO, MAS PASSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT-S.

      *    EXECUCAO PARTICIONADA DO LOTE NOTURNO (PARAMETRO
      *    'PARTICAO N', N DE 1 A 4): CADA INSTANCIA LE O MESMO
      *    CALC2TRN.DAT INTEIRO -- A CRITICA DO ENVELOPE HDR/TRL E A
      *    NUMERACAO DOS REGISTROS FICAM IGUAIS AS DO LOTE SEM
      *    PARTICAO -- MAS SO CALCULA OS DETALHES DA SUA FAIXA DE
      *    TRAN-CUST-ID NA TABELA DE PARTICOES (CALC2PART.DAT). CADA
      *    PARTICAO TEM O SEU JOGO DE RESULTADO, AUDITORIA, REJEICAO,
      *    CHECKPOINT E CONTADORES, COM ASSIGN LITERAL PELO MESMO
      *    MOTIVO DO JOGO "M"; A JUNCAO (CALC2JUN) REMONTA DEPOIS OS
      *    ARQUIVOS UNICOS DO LOTE.
           SELECT PART-FILE ASSIGN TO "data/CALC2PART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART.

           SELECT RESULT-FILE-P1 ASSIGN TO "data/CALC2RES1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT-P.

           SELECT AUDIT-FILE-P1 ASSIGN TO "data/CALC2AUD1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-P.

           SELECT REJECT-FILE-P1 ASSIGN TO "data/CALC2REJ1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECT-P.

           SELECT CHECKPOINT-FILE-P1 ASSIGN TO "data/CALC2CKPT1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT-P.

           SELECT COUNT-FILE-P1 ASSIGN TO "data/CALC2CNT1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COUNT-P.

           SELECT RESULT-FILE-P2 ASSIGN TO "data/CALC2RES2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT-P.

           SELECT AUDIT-FILE-P2 ASSIGN TO "data/CALC2AUD2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-P.

           SELECT REJECT-FILE-P2 ASSIGN TO "data/CALC2REJ2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECT-P.

           SELECT CHECKPOINT-FILE-P2 ASSIGN TO "data/CALC2CKPT2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT-P.

           SELECT COUNT-FILE-P2 ASSIGN TO "data/CALC2CNT2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COUNT-P.

           SELECT RESULT-FILE-P3 ASSIGN TO "data/CALC2RES3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT-P.

           SELECT AUDIT-FILE-P3 ASSIGN TO "data/CALC2AUD3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-P.

           SELECT REJECT-FILE-P3 ASSIGN TO "data/CALC2REJ3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECT-P.

           SELECT CHECKPOINT-FILE-P3 ASSIGN TO "data/CALC2CKPT3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT-P.

           SELECT COUNT-FILE-P3 ASSIGN TO "data/CALC2CNT3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COUNT-P.

           SELECT RESULT-FILE-P4 ASSIGN TO "data/CALC2RES4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT-P.

           SELECT AUDIT-FILE-P4 ASSIGN TO "data/CALC2AUD4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-P.

           SELECT REJECT-FILE-P4 ASSIGN TO "data/CALC2REJ4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECT-P.

           SELECT CHECKPOINT-FILE-P4 ASSIGN TO "data/CALC2CKPT4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT-P.

           SELECT COUNT-FILE-P4 ASSIGN TO "data/CALC2CNT4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COUNT-P.

      *    TRAVA DE PERIODO FECHADO: LOG DE FECHAMENTOS/REABERTURAS
      *    (FECHAMES, PERREABRE) E REGISTRO DAS RECUSAS.
           SELECT PERIODO-FILE ASSIGN TO "data/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODO.

           SELECT PERRECUS-FILE ASSIGN TO "data/PERRECUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERRECUS.

      *    TAXAS DE CAMBIO DATADAS (COPYBOOK CAMBIO): A TRANSACAO EM
      *    MOEDA ESTRANGEIRA E CONVERTIDA PARA REAIS PELA TAXA DA DATA
      *    DO RUN HEADER, E SO POR ELA.
           SELECT CAMBIO-FILE ASSIGN TO "data/CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIO.

      *    HISTORICO DE AUDITORIA DOS LOTES JA ARQUIVADOS (AUDARQ):
      *    E NELE QUE O ESTORNO PROCURA A TRANSACAO ORIGINAL E UM
      *    ESTORNO ANTERIOR DA MESMA TRANSACAO. SO LEITURA AQUI.
           SELECT HIST-FILE ASSIGN TO "data/AUDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.

       DATA DIVISION.
       FILE SECTION.
      *    OS VALORES DA TRANSACAO CARREGAM SINAL (SIGN LEADING
                                   SIGN IS LEADING SEPARATE.
           05  TRAN-OP             PIC X(01).
           05  TRAN-CUST-ID        PIC 9(06).
      *    LIBERACAO DO SUPERVISOR (ACAO 'A' DE CALC2COR): SO VEM NO
      *    ARQUIVO SUPLEMENTAR DA REENTRADA E SO E RESPEITADA NELA; UM
      *    'S' AQUI DISPENSA A CONFERENCIA DO LIMITE DE CREDITO. FICA
      *    FORA DE TRAN-RECORD-ALPHA PARA NAO MEXER NO DADOS=[...] DA
      *    LINHA DE REJEICAO, QUE OS OUTROS PROGRAMAS LEEM POR POSICAO.
           05  TRAN-LIBERADO       PIC X(01).
      *    NUMERO DA ORDEM PERMANENTE QUE GEROU A TRANSACAO (CALC2ORD);
      *    EM BRANCO NAS TRANSACOES DIGITADAS. VAI PARA A AUDITORIA.
           05  TRAN-ORDEM-ID       PIC X(06).
      *    MOEDA DOS VALORES N1/N2 (USD, EUR...), COMO A AGENCIA
      *    MANDOU; EM BRANCO OU 'BRL' A TRANSACAO JA ESTA EM REAIS.
           05  TRAN-MOEDA          PIC X(03).
       01  TRAN-RECORD-ALPHA REDEFINES TRAN-RECORD
                                   PIC X(23).
      *    ESTORNO (OPERADOR 'X'): N1 E N2 NAO SAO VALORES, LEVAM O
      *    LOTE E O NUMERO DO REGISTRO (REGISTRO= DA REJEICAO, REG= DA
      *    AUDITORIA) DA TRANSACAO ORIGINAL, GRAVADOS COMO '+0' E SEIS
      *    DIGITOS -- CONTINUAM NUMERICOS PARA O HASH-TOTAL DO TRAILER
      *    E CABEM INTEIROS NO DADOS=[...] DA REJEICAO, QUE CALC2COR
      *    DEVOLVE NA REENTRADA.
       01  TRAN-RECORD-ESTORNO REDEFINES TRAN-RECORD.
           05  TRAN-EST-PREFIXO-1  PIC X(02).
           05  TRAN-EST-LOTE       PIC 9(06).
           05  TRAN-EST-PREFIXO-2  PIC X(02).
           05  TRAN-EST-REGISTRO   PIC 9(06).
           05  FILLER              PIC X(17).

      *    DEPOIS DO CLI= A LINHA DE RESULTADO TRAZ A MOEDA ORIGINAL
      *    (' MOE=' NA POSICAO 56, CODIGO NAS POSICOES 61-63) E O
      *    RESULTADO NESSA MOEDA (' VO=' NA POSICAO 64, VALOR EDITADO
      *    NAS POSICOES 68-78); O R= CONTINUA SENDO O VALOR EM REAIS.
       FD  RESULT-FILE.
       01  RESULT-RECORD           PIC X(78).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD           PIC X(24).
           05  CKPT-CNT-ERRO-08     PIC 9(05).
           05  CKPT-TOTAL-R         PIC S9(09)V9(4)
                                    SIGN IS LEADING SEPARATE.
      *    O CONTADOR DO CODIGO 09 FICA NO FIM DO REGISTRO, PARA QUE
      *    QUEM SO LE O NUMERO DO REGISTRO (MENU) NAO PERCEBA A TROCA.
           05  CKPT-CNT-ERRO-09     PIC 9(05).
           05  CKPT-CNT-ERRO-10     PIC 9(05).
           05  CKPT-CNT-ERRO-11     PIC 9(05).

      *    132 BYTES NO PIOR CASO (DATA+HORA+N1+N2+OP+R+CLI+ERRO=S/N+
      *    UM ESPACO+WS-ERR, QUE CHEGA A 50 BYTES NAS MENSAGENS MAIS
      *    LONGAS COMO "OPERACAO INVALIDA..." E "ENTRADA INVALIDA..."),
      *    JA CONTANDO A POSICAO DE SINAL DAS PICTURES EDITADAS DE
      *    N1/N2/R; A MENSAGEM DE ERRO NAO E TRUNCADA NO MEIO.
      *    A TRANSACAO GERADA POR ORDEM PERMANENTE LEVA ' ORD=' E O
      *    NUMERO DA ORDEM NA POSICAO 133 DA LINHA DE AUDITORIA.
      *    A MOEDA ORIGINAL E O RESULTADO NELA VEM SEMPRE NA POSICAO
      *    146 (' MOE=' + CODIGO + ' VO=' + VALOR), DEPOIS DA AREA DO
      *    ORD=/OPR=, NO MESMO LUGAR NA LINHA DO LOTE E NA AVULSA.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(168).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD           PIC 9(02).
           05  C2CNT-REJEITADAS    PIC 9(06).
           05  C2CNT-TOTAL-R       PIC S9(09)V9(4)
                                   SIGN IS LEADING SEPARATE.
      *    ACRESCENTADO NO FIM PELO MESMO MOTIVO DO CHECKPOINT: OS
      *    LEITORES QUE SO CONHECEM OS CODIGOS 01-08 CONTINUAM LENDO
      *    OS MESMOS CAMPOS NAS MESMAS POSICOES.
           05  C2CNT-ERRO-09       PIC 9(05).
           05  C2CNT-ERRO-10       PIC 9(05).
           05  C2CNT-ERRO-11       PIC 9(05).

      *    LAYOUTS "M" (EXECUCAO AVULSA DO MENU) DECLARADOS COMO
      *    PIC X DO MESMO TAMANHO EM BYTES DO REGISTRO CORRESPONDENTE
       01  TRAN-RECORD-M            PIC X(23).

       FD  RESULT-FILE-M.
       01  RESULT-RECORD-M          PIC X(78).

       FD  CHECKPOINT-FILE-M.
       01  CHECKPOINT-RECORD-M      PIC X(80).

      *    A LINHA DE AUDITORIA AVULSA CARREGA, ALEM DA LINHA DO LOTE,
      *    O CODIGO DO OPERADOR QUE ENTROU NO MENU (' OPR=' NA POSICAO
      *    133).
       FD  AUDIT-FILE-M.
       01  AUDIT-RECORD-M           PIC X(168).

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  RECEB-FILE.
       COPY CTAREC.

       FD  REJECT-FILE-M.
       01  REJECT-RECORD-M          PIC X(120).

       FD  TRAN-FILE-S.
       01  TRAN-RECORD-S            PIC X(33).

       FD  CHECKPOINT-FILE-S.
       01  CHECKPOINT-RECORD-S      PIC X(80).

       FD  PART-FILE.
       COPY CALC2PRT.

      *    REGISTROS DO JOGO DE CADA PARTICAO: A LINHA DO ARQUIVO
      *    CORRESPONDENTE DO LOTE PRECEDIDA DO NUMERO DO REGISTRO NO
      *    CALC2TRN.DAT (6 DIGITOS), QUE E POR ONDE A JUNCAO DEVOLVE
      *    AS LINHAS DAS PARTICOES A ORDEM DO ARQUIVO DE ENTRADA. OS
      *    CONTADORES SAO OS DE CALC2CNT SEGUIDOS DO NUMERO DO LOTE
      *    (SO A INSTANCIA DO LOTE CORRENTE VALE NA JUNCAO).
       FD  RESULT-FILE-P1.
       01  RESULT-RECORD-P1         PIC X(84).

       FD  AUDIT-FILE-P1.
       01  AUDIT-RECORD-P1          PIC X(174).

       FD  REJECT-FILE-P1.
       01  REJECT-RECORD-P1         PIC X(126).

       FD  CHECKPOINT-FILE-P1.
       01  CHECKPOINT-RECORD-P1 PIC X(80).

       FD  COUNT-FILE-P1.
       01  COUNT-RECORD-P1          PIC X(92).

       FD  RESULT-FILE-P2.
       01  RESULT-RECORD-P2         PIC X(84).

       FD  AUDIT-FILE-P2.
       01  AUDIT-RECORD-P2          PIC X(174).

       FD  REJECT-FILE-P2.
       01  REJECT-RECORD-P2         PIC X(126).

       FD  CHECKPOINT-FILE-P2.
       01  CHECKPOINT-RECORD-P2 PIC X(80).

       FD  COUNT-FILE-P2.
       01  COUNT-RECORD-P2          PIC X(92).

       FD  RESULT-FILE-P3.
       01  RESULT-RECORD-P3         PIC X(84).

       FD  AUDIT-FILE-P3.
       01  AUDIT-RECORD-P3          PIC X(174).

       FD  REJECT-FILE-P3.
       01  REJECT-RECORD-P3         PIC X(126).

       FD  CHECKPOINT-FILE-P3.
       01  CHECKPOINT-RECORD-P3 PIC X(80).

       FD  COUNT-FILE-P3.
       01  COUNT-RECORD-P3          PIC X(92).

       FD  RESULT-FILE-P4.
       01  RESULT-RECORD-P4         PIC X(84).

       FD  AUDIT-FILE-P4.
       01  AUDIT-RECORD-P4          PIC X(174).

       FD  REJECT-FILE-P4.
       01  REJECT-RECORD-P4         PIC X(126).

       FD  CHECKPOINT-FILE-P4.
       01  CHECKPOINT-RECORD-P4 PIC X(80).

       FD  COUNT-FILE-P4.
       01  COUNT-RECORD-P4          PIC X(92).

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  PERRECUS-FILE.
       COPY PERRECUS.

       FD  CAMBIO-FILE.
       COPY CAMBIO.

      *    MESMO LAYOUT DE AUDARQ: LOTE, DATA, LINHA DE AUDITORIA DE
      *    CALCULO2 E O RESUMO DA CADEIA.
       FD  HIST-FILE.
       01  HIST-RECORD.
           05  HIST-LOTE           PIC 9(06).
           05  FILLER              PIC X(01).
           05  HIST-DATA           PIC X(10).
           05  FILLER              PIC X(01).
           05  HIST-LINHA          PIC X(168).
           05  FILLER              PIC X(01).
           05  HIST-HASH           PIC X(10).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY PERCTL.
       COPY CALC2ERR.
       COPY CALC2PTB.
       77 WS-FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 WS-FS-CKPT            PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------
      *    PASSA A CHAVEAR CADA OPEN/READ/WRITE/CLOSE PARA O JOGO DE
      *    ARQUIVOS "M" (VER FILE-CONTROL) EM VEZ DO LOTE NOTURNO.
       77 WS-PARM               PIC X(10) VALUE SPACES.
      *    O MENU PASSA O CODIGO DO OPERADOR QUE ENTROU COMO SEGUNDO
      *    PARAMETRO ('MENU OPERADOR').
       77 WS-LINHA-CMD          PIC X(40) VALUE SPACES.
       77 WS-PARM-OPERADOR      PIC X(08) VALUE SPACES.
       77 WS-MODO-AVULSO-FLAG   PIC X(01) VALUE 'N'.
           88 WS-MODO-AVULSO    VALUE 'S'.
      *    REENTRADA DE CORRECOES: O PARAMETRO 'REENTRADA' CHAVEIA A
       77 WS-FS-AUDIT-M         PIC X(02) VALUE SPACES.
       77 WS-FS-REJECT-M        PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------
      *    EXECUCAO PARTICIONADA: O PARAMETRO 'PARTICAO N' LIGA
      *    WS-MODO-PARTICAO E CHAVEIA AS SAIDAS PARA O JOGO DA
      *    PARTICAO N (VER FILE-CONTROL). O ARQUIVO DE ENTRADA E O DO
      *    LOTE; OS DETALHES DAS OUTRAS PARTICOES SO SAO CONTADOS EM
      *    WS-QTD-OUTRAS, PARA FICAREM FORA DOS LIDOS DESTA. TODA
      *    LINHA DO JOGO DA PARTICAO E MONTADA EM WS-PAR-LINHA.
       77 WS-MODO-PARTICAO-FLAG PIC X(01) VALUE 'N'.
           88 WS-MODO-PARTICAO  VALUE 'S'.
       77 WS-PARTICAO           PIC 9(01) VALUE ZEROS.
       77 WS-PART-PROPRIA-FLAG  PIC X(01) VALUE 'N'.
           88 WS-PART-PROPRIA   VALUE 'S'.
      *    CLIENTE QUE DECIDE A PARTICAO: O SOBREVIVENTE DE UM CUST-ID
      *    UNIFICADO, PARA TODO O MOVIMENTO DELE CAIR NUMA SO PARTICAO.
       77 WS-PART-CLIENTE       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-OUTRAS         PIC 9(06) VALUE ZEROS.
       77 WS-PAR-TIPO           PIC X(01) VALUE SPACES.
           88 WS-PAR-RESULTADO  VALUE 'R'.
           88 WS-PAR-AUDITORIA  VALUE 'A'.
           88 WS-PAR-REJEICAO   VALUE 'J'.
       01 WS-PAR-LINHA.
           05 WS-PAR-REGISTRO   PIC 9(06).
           05 WS-PAR-CONTEUDO   PIC X(168).
       01 WS-PAR-CONTADORES.
           05 WS-PAR-CNT-LOTE   PIC X(86).
           05 WS-PAR-CNT-NUMERO PIC 9(06).
       77 WS-FS-RESULT-P        PIC X(02) VALUE SPACES.
       77 WS-FS-AUDIT-P         PIC X(02) VALUE SPACES.
       77 WS-FS-REJECT-P        PIC X(02) VALUE SPACES.
       77 WS-FS-CKPT-P          PIC X(02) VALUE SPACES.
       77 WS-FS-COUNT-P         PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------
      *    CHECKPOINT/RESTART DO LOTE DE TRANSACOES: A CADA
      *    TRANSACAO PROCESSADA COM SUCESSO O NUMERO DO REGISTRO E
      *    GRAVADO EM CHECKPOINT-FILE. SE O LOTE ABENDAR NO MEIO (POR
       77 WS-FS-CUSTOMER        PIC X(02) VALUE SPACES.
       77 WS-MESTRE-OK-FLAG     PIC X(01) VALUE 'N'.
           88 WS-MESTRE-OK      VALUE 'S'.
      *    CUST-ID APOSENTADO POR UNIFICACAO DE CADASTROS (CLIMANUT):
      *    A TRANSACAO SEGUE O PONTEIRO ATE O CLIENTE SOBREVIVENTE,
      *    COM UM LIMITE DE SALTOS PARA UMA CADEIA QUEBRADA NAO PRENDER
      *    O LOTE.
       77 WS-UNI-SALTOS         PIC 9(02) VALUE ZEROS.
       77 WS-UNI-FIM-FLAG       PIC X(01) VALUE 'N'.
           88 WS-UNI-FIM        VALUE 'S'.
       77 WS-UNI-QUEBRADA-FLAG  PIC X(01) VALUE 'N'.
           88 WS-UNI-QUEBRADA   VALUE 'S'.
       77 WS-CNT-UNIFICADAS     PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    CRITICA DE CABECALHO/TRAILER DO ARQUIVO DE TRANSACOES, NO
      *    MESMO ESTILO DA CRITICA DOS ARQUIVOS DE IMPORTACAO DE
       77 WS-DATA-AMD-HDR       PIC X(08) VALUE SPACES.
       77 WS-DATA-AMD-LOTE      PIC X(08) VALUE SPACES.
       77 WS-QTD-CONTROLE       PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    LIMITE DE CREDITO: PARA CADA CLIENTE COM LIMITE NO MESTRE,
      *    A TABELA GUARDA O SALDO EM ABERTO DOS LOTES ANTERIORES
      *    (LIDO UMA VEZ DO CONTAS A RECEBER NO PRIMEIRO ENCONTRO) E O
      *    TOTAL DE WS-R JA ACEITO PARA ELE NESTE LOTE. AS PARTIDAS DO
      *    PROPRIO LOTE SAO IGNORADAS NO CONTAS A RECEBER -- NA
      *    REENTRADA ELAS JA PODEM TER SIDO LANCADAS POR CRLANCA, E
      *    ENTRAM PELO MOVIMENTO DA NOITE, RECARREGADO DO ARQUIVO DE
      *    RESULTADOS QUANDO A EXECUCAO CONTINUA UM LOTE (RESTART OU
      *    REENTRADA). TABELA CHEIA: O CLIENTE EXCEDENTE E CONFERIDO
      *    SO PELO SALDO EM ABERTO MAIS A PROPRIA TRANSACAO.
       77 WS-FS-RECEB           PIC X(02) VALUE SPACES.
       77 WS-RECEB-OK-FLAG      PIC X(01) VALUE 'N'.
           88 WS-RECEB-OK       VALUE 'S'.
       77 WS-FIM-RECEB-FLAG     PIC X(01) VALUE 'N'.
           88 WS-FIM-RECEB      VALUE 'S'.
       01 WS-TAB-EXPOSICAO.
           05  WS-LIM-ENT OCCURS 999 TIMES.
               10  WS-LIM-CLI-ID        PIC 9(06).
               10  WS-LIM-SALDO         PIC S9(11)V9(4).
               10  WS-LIM-NOITE         PIC S9(11)V9(4).
       77 WS-QTD-LIM-CLIENTES   PIC 9(03) VALUE ZEROS.
       77 WS-LIM-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-LIM-ACHADO         PIC 9(03) VALUE ZEROS.
       77 WS-LIM-BUSCA          PIC 9(06) VALUE ZEROS.
       77 WS-LIM-SALDO-ATU      PIC S9(11)V9(4) VALUE ZEROS.
       77 WS-LIM-NOITE-ATU      PIC S9(11)V9(4) VALUE ZEROS.
       77 WS-LIM-EXPOSICAO      PIC S9(11)V9(4) VALUE ZEROS.
       77 WS-CNT-LIM-ESTOURO    PIC 9(05) VALUE ZEROS.
       77 WS-FIM-RESULT-FLAG    PIC X(01) VALUE 'N'.
           88 WS-FIM-RESULT     VALUE 'S'.
       77 WS-RES-LINHA          PIC X(78) VALUE SPACES.
      *    TRANSACAO LIBERADA PELO SUPERVISOR NA REENTRADA: ACEITA
      *    ACIMA DO LIMITE E CONTADA A PARTE NO RESUMO.
       77 WS-TRAN-LIBERADA-FLAG PIC X(01) VALUE 'N'.
           88 WS-TRAN-LIBERADA  VALUE 'S'.
       77 WS-CNT-LIBERADAS      PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    MOEDA ESTRANGEIRA: AS TAXAS DA DATA DO LOTE SAO CARREGADAS
      *    UMA VEZ NA TABELA ABAIXO. O CALCULO E FEITO NA MOEDA DA
      *    TRANSACAO, ARREDONDADO, GUARDADO EM WS-R-ORIGEM E SO ENTAO
      *    CONVERTIDO PARA REAIS EM WS-R -- E O VALOR EM REAIS QUE
      *    PESA NO LIMITE DE CREDITO, NO TOTAL DE CONTROLE E NO CONTAS
      *    A RECEBER. MOEDA SEM TAXA NA DATA: CODIGO 10.
       77 WS-FS-CAMBIO          PIC X(02) VALUE SPACES.
       77 WS-FIM-CAMBIO-FLAG    PIC X(01) VALUE 'N'.
           88 WS-FIM-CAMBIO     VALUE 'S'.
       01 WS-TAB-CAMBIO.
           05  WS-CAM-ENT OCCURS 50 TIMES.
               10  WS-CAM-MOEDA         PIC X(03).
               10  WS-CAM-TAXA          PIC 9(04)V9(06).
       77 WS-QTD-MOEDAS         PIC 9(02) VALUE ZEROS.
       77 WS-CAM-IDX            PIC 9(02) VALUE ZEROS.
       77 WS-CAM-ACHADO         PIC 9(02) VALUE ZEROS.
       77 WS-MOEDA              PIC X(03) VALUE SPACES.
       77 WS-TAXA               PIC 9(04)V9(06) VALUE ZEROS.
       01 WS-R-ORIGEM           PIC S9(05)V9(4) VALUE ZEROS.
       01 WS-R-ORIGEM-EDIT      PIC -ZZZZ9.9999.
      *-----------------------------------------------------------------
      *    ESTORNO (OPERADOR 'X'): A TRANSACAO ORIGINAL E PROCURADA NO
      *    HISTORICO DE AUDITORIA PELO LOTE E PELO REG= QUE TODA LINHA
      *    ACEITA LEVA, E O ESTORNO LANCA O NEGATIVO EXATO DO R= E DO
      *    VO= DELA, NA MOEDA DELA, SEM NOVA CONVERSAO. A LINHA ACEITA
      *    DO ESTORNO LEVA ' EST=' LOTE/REGISTRO DA ORIGINAL -- E POR
      *    ELA QUE UM SEGUNDO ESTORNO DA MESMA ORIGINAL E RECUSADO. OS
      *    ESTORNOS JA ACEITOS NESTE LOTE (AINDA NAO ARQUIVADOS) FICAM
      *    NA TABELA ABAIXO, RECARREGADA DOS RESULTADOS QUANDO A
      *    EXECUCAO CONTINUA UM LOTE. RECUSA: CODIGO 11, COM O MOTIVO.
       77 WS-FS-HIST            PIC X(02) VALUE SPACES.
       77 WS-FIM-HIST-FLAG      PIC X(01) VALUE 'N'.
           88 WS-FIM-HIST       VALUE 'S'.
       77 WS-EST-LOTE           PIC 9(06) VALUE ZEROS.
       77 WS-EST-REGISTRO       PIC 9(06) VALUE ZEROS.
       77 WS-EST-CLI-INFORMADO  PIC X(06) VALUE SPACES.
       77 WS-EST-MOTIVO         PIC X(50) VALUE SPACES.
       77 WS-EST-ACHOU-FLAG     PIC X(01) VALUE 'N'.
           88 WS-EST-ACHOU      VALUE 'S'.
       77 WS-EST-ESTORNADO-EM   PIC 9(06) VALUE ZEROS.
       77 WS-EST-ORIGINAL       PIC X(168) VALUE SPACES.
       77 WS-EST-LOTE-EDIT      PIC Z(08)9.
       77 WS-EST-REGISTRO-EDIT  PIC Z(08)9.
       77 WS-CNT-ESTORNOS       PIC 9(05) VALUE ZEROS.
       01 WS-TAB-ESTORNOS.
           05  WS-EST-ENT OCCURS 500 TIMES.
               10  WS-EST-T-LOTE        PIC 9(06).
               10  WS-EST-T-REGISTRO    PIC 9(06).
       77 WS-QTD-ESTORNOS       PIC 9(03) VALUE ZEROS.
       77 WS-EST-IDX            PIC 9(03) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
************************************************************************
                MOVE 500000      TO WS-REC-BASE
                MOVE WS-REC-BASE TO WS-REC-NUM
            END-IF
      *    A INSTANCIA PARTICIONADA CONFERE A TABELA ANTES DE TUDO E
      *    APAGA OS PROPRIOS CONTADORES, QUE SAO O SEU MARCADOR DE
      *    CONCLUSAO PARA A JUNCAO.
            IF WS-MODO-PARTICAO
                PERFORM PREPARAR-PARTICAO
            END-IF

      *    LIMPA O MARCADOR DE CONCLUSAO DO LOTE ANTERIOR LOGO NO
      *    INICIO, ANTES DE QUALQUER PROCESSAMENTO: SE ESTA EXECUCAO
      *    ABENDAR NO MEIO DO CAMINHO, O MARCADOR FICA AUSENTE E O
      *    LOTE NOTURNO NAO CONFUNDE O ABEND COM UM PASSO CONCLUIDO.
            IF NOT WS-MODO-AVULSO AND NOT WS-MODO-REENTRADA
               AND NOT WS-MODO-PARTICAO
                OPEN OUTPUT STATUS-FILE
                CLOSE STATUS-FILE
            END-IF

            DISPLAY "CRIADO EM: " WS-DATA
            DISPLAY "NUMERO DO LOTE: " WS-RUN-NUMERO
            MOVE 'CALCULO2' TO WS-PER-PASSO
            PERFORM VERIFICAR-PERIODO-FECHADO

            PERFORM LER-CONFIG-DECIMAIS
            PERFORM LER-PARAMETROS-SISTEMA
            PERFORM CARREGAR-TAXAS-CAMBIO
            PERFORM ABRIR-MESTRE-CLIENTES
            PERFORM ABRIR-CONTAS-RECEBER
************************************************************************

************************************************************************
                PERFORM CRITICAR-ARQUIVO-TRANSACOES
            END-IF

            IF WS-MODO-PARTICAO
                PERFORM LER-CHECKPOINT-PARTICAO
            ELSE
                PERFORM LER-CHECKPOINT
            END-IF

            EVALUATE TRUE
                WHEN WS-MODO-AVULSO
                    OPEN INPUT TRAN-FILE
            END-EVALUATE

      *    EXECUCAO QUE CONTINUA UM LOTE JA COMECADO: O MOVIMENTO DE
      *    CADA CLIENTE COM LIMITE E RECARREGADO DOS RESULTADOS JA
      *    GRAVADOS, ANTES DE O ARQUIVO SER ABERTO PARA ACRESCIMO.
            IF WS-MODO-REENTRADA OR WS-CKPT-INICIO > 0
                PERFORM CARREGAR-MOVIMENTO-NOITE
            END-IF

      *    NA REENTRADA AS SAIDAS SAO SEMPRE ACRESCENTADAS AS DO
      *    PROPRIO LOTE, INDEPENDENTE DE CHECKPOINT.
            IF WS-MODO-PARTICAO
                PERFORM ABRIR-SAIDAS-PARTICAO
            ELSE
            IF WS-MODO-REENTRADA
                OPEN EXTEND RESULT-FILE
                IF WS-FS-RESULT NOT = '00'
                END-IF
            END-IF
            END-IF
            END-IF

      *    ARQUIVO REPROVADO NO CONTROLE: TODO DETALHE VAI PARA O
      *    ARQUIVO DE REJEICAO COM O CODIGO 08 (O LACO ABAIXO JA
                            AT END
                                MOVE 'S' TO WS-FIM-ARQUIVO
                            NOT AT END
                                MOVE SPACES        TO TRAN-RECORD
                                MOVE TRAN-RECORD-M TO TRAN-RECORD-ALPHA
                                PERFORM TRATAR-LINHA-TRANSACAO
                        END-READ
                            AT END
                                MOVE 'S' TO WS-FIM-ARQUIVO
                            NOT AT END
                                MOVE TRAN-RECORD-S TO TRAN-RECORD
                                PERFORM TRATAR-LINHA-TRANSACAO
                        END-READ
                    WHEN OTHER
                WHEN WS-MODO-REENTRADA
                    CLOSE TRAN-FILE-S RESULT-FILE AUDIT-FILE
                          REJECT-FILE
                WHEN WS-MODO-PARTICAO
                    CLOSE TRAN-FILE
                    PERFORM FECHAR-SAIDAS-PARTICAO
                WHEN OTHER
                    CLOSE TRAN-FILE RESULT-FILE AUDIT-FILE REJECT-FILE
            END-EVALUATE
            IF WS-MESTRE-OK
                CLOSE CUSTOMER-FILE
            END-IF
            IF WS-RECEB-OK
                CLOSE RECEB-FILE
            END-IF

      *    LOTE INTEIRO CONCLUIDO SEM ABEND: LIMPA O CHECKPOINT PARA QUE
      *    A PROXIMA EXECUCAO COMECE DO REGISTRO 1.
      *    CONCLUSAO PARA O LOTE NOTURNO CONFIRMAR QUE O PASSO RODOU
      *    O ARQUIVO INTEIRO, INDEPENDENTE DO RETURN-CODE ABAIXO.
            IF NOT WS-MODO-AVULSO AND NOT WS-MODO-REENTRADA
               AND NOT WS-MODO-PARTICAO
                OPEN OUTPUT STATUS-FILE
                MOVE 'CALCULO2 CONCLUIDO' TO STATUS-RECORD
                WRITE STATUS-RECORD
                                       + WS-CNT-ERRO-03 + WS-CNT-ERRO-04
                                       + WS-CNT-ERRO-05 + WS-CNT-ERRO-06
                                       + WS-CNT-ERRO-07 + WS-CNT-ERRO-08
                                       + WS-CNT-ERRO-09 + WS-CNT-ERRO-10
                                       + WS-CNT-ERRO-11

            IF WS-MODO-PARTICAO
                PERFORM GRAVAR-CONTADORES-PARTICAO
            ELSE
            IF NOT WS-MODO-AVULSO AND NOT WS-MODO-REENTRADA
                PERFORM GRAVAR-CONTADORES-LOTE
            END-IF
            END-IF

      *    A PARTICAO SO SINALIZA SE RODOU ATE O FIM (O GRUPO
      *    CONCORRENTE DO LOTE NOTURNO DA O PASSO POR CONCLUIDO PELO
      *    ZERO); AS PENDENCIAS DE REJEICAO SAO SINALIZADAS UMA VEZ SO
      *    PELA JUNCAO, COM O MARCADOR DE CONCLUSAO DO LOTE INTEIRO.
            IF WS-CNT-REJEITADAS > 0 AND NOT WS-MODO-PARTICAO
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
                WS-REC-NUM > WS-REC-BASE + WS-TRN-DETALHES + 1)
                ADD 1 TO WS-QTD-CONTROLE
            ELSE
                PERFORM CONFERIR-PARTICAO-DETALHE
                IF NOT WS-PART-PROPRIA
                    ADD 1 TO WS-QTD-OUTRAS
                ELSE
                IF WS-REC-NUM > WS-CKPT-INICIO
                    PERFORM PROCESSAR-TRANSACAO
                    PERFORM GRAVAR-CHECKPOINT
                END-IF
                END-IF
            END-IF.
************************************************************************
       CRITICAR-ARQUIVO-TRANSACOES.
                END-IF
            END-PERFORM

      *    DEPOIS DA LEITURA ATE O FIM O STATUS E '10', NAO '00': O
      *    ARQUIVO SO NAO E FECHADO SE A ABERTURA FALHOU, SENAO A
      *    REABERTURA PARA O PROCESSAMENTO DA '41'.
            IF WS-MODO-REENTRADA
                IF WS-FS-TRAN-S = '00' OR WS-FS-TRAN-S = '10'
                    CLOSE TRAN-FILE-S
                END-IF
            ELSE
                IF WS-FS-TRAN = '00' OR WS-FS-TRAN = '10'
                    CLOSE TRAN-FILE
                END-IF
            END-IF
                    AT END
                        MOVE 'S' TO WS-FIM-ARQUIVO
                    NOT AT END
                        MOVE TRAN-RECORD-S TO TRAN-RECORD
                END-READ
            ELSE
                READ TRAN-FILE
                       OR TRAN-RECORD-ALPHA(1:3) = 'TRL'
                        ADD 1 TO WS-QTD-CONTROLE
                    ELSE
                        PERFORM CONFERIR-PARTICAO-DETALHE
                        IF NOT WS-PART-PROPRIA
                            ADD 1 TO WS-QTD-OUTRAS
                        ELSE
                        MOVE 08 TO WS-ERRO-COD
                        MOVE TRAN-MOEDA TO WS-MOEDA
                        IF WS-MOEDA = SPACES
                            MOVE 'BRL' TO WS-MOEDA
                        END-IF
                        PERFORM TALLYAR-ERRO
                        PERFORM GRAVAR-REJEICAO
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            MOVE ZEROS   TO WS-ERRO-COD
            MOVE ZEROS   TO WS-R
            MOVE SPACES  TO WS-ERR
            MOVE ZEROS   TO WS-LIM-ACHADO
            MOVE ZEROS   TO WS-R-ORIGEM
            MOVE TRAN-MOEDA TO WS-MOEDA
            IF WS-MOEDA = SPACES
                MOVE 'BRL' TO WS-MOEDA
            END-IF
            MOVE 'N'     TO WS-TRAN-LIBERADA-FLAG
            IF WS-MODO-REENTRADA AND TRAN-LIBERADO = 'S'
                MOVE 'S' TO WS-TRAN-LIBERADA-FLAG
            END-IF
            MOVE TRAN-CUST-ID TO WS-EST-CLI-INFORMADO

      *    O ESTORNO NAO PASSA PELA CRITICA DE MOEDA: A MOEDA E A DA
      *    TRANSACAO ORIGINAL, E O VALOR NELA JA VEM DO HISTORICO.
            PERFORM VALIDAR-ENTRADA
            IF ERRO-NENHUM
                PERFORM VALIDAR-CLIENTE
            END-IF
            IF ERRO-NENHUM AND WS-O NOT = "X"
                PERFORM VALIDAR-MOEDA
            END-IF

************************************************************************
*     *     ESTRUTURA DO CÓDIGO
                        MOVE 06 TO WS-ERRO-COD
                END-COMPUTE
                END-IF
            ELSE IF WS-O = "X" THEN
                PERFORM LOCALIZAR-ORIGINAL-ESTORNO
            ELSE
               MOVE 04 TO WS-ERRO-COD
            END-IF
            END-IF.

      *    O RESULTADO JA ARREDONDADO E QUE PESA CONTRA O LIMITE DE
      *    CREDITO DO CLIENTE, DO MESMO JEITO QUE E GRAVADO E SOMADO.
      *    O ESTORNO JA TRAZ R E VO EXATOS DA ORIGINAL.
            IF ERRO-NENHUM AND WS-O NOT = "X"
               PERFORM ARREDONDAR-RESULTADO
               PERFORM CONVERTER-PARA-REAIS
            END-IF
            IF ERRO-NENHUM
               PERFORM VERIFICAR-LIMITE-CREDITO
            END-IF

************************************************************************
*     *     TRANSACAO INVALIDA: TALLYADA PELO CODIGO DE ERRO EM VEZ DE
*     *     DERRUBAR O LOTE INTEIRO.
************************************************************************
            IF ERRO-NENHUM
               DISPLAY "O RESULTADO É :" WS-R
               IF WS-MOEDA NOT = 'BRL'
                   DISPLAY "  EM " WS-MOEDA " :" WS-R-ORIGEM
               END-IF
               ADD 1 TO WS-CNT-TRANS-OK
               ADD WS-R TO WS-TOTAL-R
               IF WS-LIM-ACHADO > 0
                   ADD WS-R TO WS-LIM-NOITE(WS-LIM-ACHADO)
               END-IF
               IF WS-TRAN-LIBERADA
                   ADD 1 TO WS-CNT-LIBERADAS
               END-IF
               IF WS-O = "X"
                   ADD 1 TO WS-CNT-ESTORNOS
                   PERFORM GUARDAR-ESTORNO-LOTE
               END-IF
               MOVE WS-N1 TO WS-N1-EDIT
               MOVE WS-N2 TO WS-N2-EDIT
               MOVE WS-R  TO WS-R-EDIT
               MOVE WS-R-ORIGEM TO WS-R-ORIGEM-EDIT
               MOVE SPACES TO RESULT-RECORD
      *    O CLI= FICA DEPOIS DO R= PARA NAO DESLOCAR AS POSICOES
      *    FIXAS QUE EXPCONT JA LE DA LINHA DE RESULTADO (OPERADOR NA
                      WS-R-EDIT  DELIMITED BY SIZE
                      ' CLI='    DELIMITED BY SIZE
                      TRAN-CUST-ID DELIMITED BY SIZE
                      ' MOE='    DELIMITED BY SIZE
                      WS-MOEDA   DELIMITED BY SIZE
                      ' VO='     DELIMITED BY SIZE
                      WS-R-ORIGEM-EDIT DELIMITED BY SIZE
                      INTO RESULT-RECORD
               END-STRING
      *    NO ESTORNO O N1= E O N2= DA LINHA SAO O LOTE E O REGISTRO
      *    DA ORIGINAL, INTEIROS: E DAI QUE EXPCONT E RESUMOCLI TIRAM
      *    A REFERENCIA.
               IF WS-O = "X"
                   MOVE WS-EST-LOTE-EDIT     TO RESULT-RECORD(4:9)
                   MOVE WS-EST-REGISTRO-EDIT TO RESULT-RECORD(17:9)
               END-IF
               EVALUATE TRUE
                   WHEN WS-MODO-AVULSO
                       MOVE RESULT-RECORD TO RESULT-RECORD-M
                       WRITE RESULT-RECORD-M
                   WHEN WS-MODO-PARTICAO
                       MOVE 'R'           TO WS-PAR-TIPO
                       MOVE RESULT-RECORD TO WS-PAR-CONTEUDO
                       PERFORM GRAVAR-LINHA-PARTICAO
                   WHEN OTHER
                       WRITE RESULT-RECORD
               END-EVALUATE
            ELSE
               PERFORM DESCREVER-ERRO
               DISPLAY WS-ERR
                WHEN ERRO-RAIZ-NEGATIVA
                    MOVE "ERRO: RAIZ DE NUMERO NEGATIVO." TO WS-ERR
                WHEN ERRO-OPERACAO-INVAL
                    MOVE "OPERACAO INVALIDA (VALIDAS: + - * / M E R X)"
                        TO WS-ERR
                WHEN ERRO-ENTRADA-INVAL
                    MOVE "ENTRADA INVALIDA (NAO NUMERICA/FORA DA FAIXA)"
                WHEN ERRO-ARQUIVO-INVAL
                    MOVE "ARQUIVO REJEITADO NO CONTROLE HDR/TRL"
                        TO WS-ERR
                WHEN ERRO-LIMITE-CREDITO
                    MOVE "LIMITE DE CREDITO EXCEDIDO (SALDO+LOTE)"
                        TO WS-ERR
                WHEN ERRO-SEM-CAMBIO
                    MOVE "SEM TAXA DE CAMBIO DA MOEDA NA DATA DO LOTE"
                        TO WS-ERR
                WHEN ERRO-ESTORNO-INVAL
                    MOVE WS-EST-MOTIVO TO WS-ERR
            END-EVALUATE.
************************************************************************
       TALLYAR-ERRO.
                    ADD 1 TO WS-CNT-ERRO-07
                WHEN ERRO-ARQUIVO-INVAL
                    ADD 1 TO WS-CNT-ERRO-08
                WHEN ERRO-LIMITE-CREDITO
                    ADD 1 TO WS-CNT-ERRO-09
                WHEN ERRO-SEM-CAMBIO
                    ADD 1 TO WS-CNT-ERRO-10
                WHEN ERRO-ESTORNO-INVAL
                    ADD 1 TO WS-CNT-ERRO-11
            END-EVALUATE.
************************************************************************
       VALIDAR-ENTRADA.
      *    A GRAVACAO DA REJEICAO FICA NO TRATAMENTO DE ERRO DE
      *    PROCESSAR-TRANSACAO, COMUM A TODOS OS CODIGOS; AQUI SO SE
      *    MARCA O CODIGO E SE NEUTRALIZA O CONTEUDO NAO NUMERICO.
      *    NO ESTORNO N1/N2 SAO A REFERENCIA DA ORIGINAL ('+0' E SEIS
      *    DIGITOS CADA) E NAO PASSAM PELA FAIXA DE VALORES.
            IF WS-N1 NOT NUMERIC OR WS-N2 NOT NUMERIC
                MOVE 05 TO WS-ERRO-COD
                MOVE ZEROS TO WS-N1 WS-N2
            ELSE
            IF WS-O = "X"
                IF TRAN-EST-PREFIXO-1 NOT = '+0'
                   OR TRAN-EST-PREFIXO-2 NOT = '+0'
                    MOVE 05 TO WS-ERRO-COD
                END-IF
            ELSE
                IF WS-N1 < WS-VAL-MINIMO OR WS-N1 > WS-VAL-MAXIMO
                   OR WS-N2 < WS-VAL-MINIMO OR WS-N2 > WS-VAL-MAXIMO
                    MOVE 05 TO WS-ERRO-COD
                END-IF
            END-IF
            END-IF.
************************************************************************
       VALIDAR-CLIENTE.
                        INVALID KEY
                            MOVE 07 TO WS-ERRO-COD
                        NOT INVALID KEY
                            IF CUST-UNIFICADO
                                PERFORM SEGUIR-CLIENTE-UNIFICADO
                            END-IF
      *    UM CLIENTE EXCLUIDO LOGICAMENTE NAO PODE SER DONO DE
      *    CALCULO NOVO: MESMO CODIGO 07 DA CHAVE INEXISTENTE.
                            IF CUST-EXCLUIDO
                    END-READ
                END-IF
            END-IF.
************************************************************************
       SEGUIR-CLIENTE-UNIFICADO.
************************************************************************
      *    O PONTEIRO E SEGUIDO ATE UM REGISTRO QUE NAO SEJA UNIFICADO
      *    E A TRANSACAO PASSA A SER DO SOBREVIVENTE: O CLI= DO
      *    RESULTADO, O CONTAS A RECEBER (CRLANCA) E O LIMITE DE
      *    CREDITO CAEM NELE. CADEIA QUEBRADA OU LONGA DEMAIS REJEITA
      *    PELO CODIGO 07, COMO UMA CHAVE INEXISTENTE.
            PERFORM RESOLVER-SOBREVIVENTE
            IF WS-UNI-QUEBRADA
                MOVE 07 TO WS-ERRO-COD
            ELSE
                MOVE CUST-ID TO TRAN-CUST-ID
                ADD 1 TO WS-CNT-UNIFICADAS
            END-IF.
************************************************************************
       RESOLVER-SOBREVIVENTE.
************************************************************************
      *    SEGUE O PONTEIRO DE SUCESSOR A PARTIR DO REGISTRO LIDO DO
      *    MESTRE; NO FIM CUST-ID E O SOBREVIVENTE, OU WS-UNI-QUEBRADA
      *    SINALIZA A CADEIA QUEBRADA. NAO MEXE NA TRANSACAO: TAMBEM
      *    SERVE A ESCOLHA DA PARTICAO.
            MOVE ZEROS TO WS-UNI-SALTOS
            MOVE 'N'   TO WS-UNI-FIM-FLAG
            MOVE 'N'   TO WS-UNI-QUEBRADA-FLAG
            PERFORM UNTIL WS-UNI-FIM
                IF NOT CUST-UNIFICADO
                    MOVE 'S' TO WS-UNI-FIM-FLAG
                ELSE
                    IF CUST-ID-SUCESSOR NOT NUMERIC
                       OR WS-UNI-SALTOS NOT < 10
                        MOVE 'S' TO WS-UNI-QUEBRADA-FLAG
                        MOVE 'S' TO WS-UNI-FIM-FLAG
                    ELSE
                        ADD 1 TO WS-UNI-SALTOS
                        MOVE CUST-ID-SUCESSOR TO CUST-ID
                        READ CUSTOMER-FILE
                            INVALID KEY
                                MOVE 'S' TO WS-UNI-QUEBRADA-FLAG
                                MOVE 'S' TO WS-UNI-FIM-FLAG
                        END-READ
                    END-IF
                END-IF
            END-PERFORM.
************************************************************************
       LOCALIZAR-ORIGINAL-ESTORNO.
************************************************************************
      *    ESTORNO SO PELO ARQUIVO DE TRANSACOES DO LOTE: A SAIDA
      *    AVULSA DO MENU NAO E ARQUIVADA NO HISTORICO, E UM ESTORNO
      *    LANCADO POR ELA NAO IMPEDIRIA UM SEGUNDO ESTORNO DA MESMA
      *    ORIGINAL.
            MOVE TRAN-EST-LOTE     TO WS-EST-LOTE
            MOVE TRAN-EST-REGISTRO TO WS-EST-REGISTRO
            MOVE WS-EST-LOTE       TO WS-EST-LOTE-EDIT
            MOVE WS-EST-REGISTRO   TO WS-EST-REGISTRO-EDIT
            MOVE SPACES            TO WS-EST-MOTIVO
            IF WS-MODO-AVULSO
                MOVE 'ESTORNO SO PELO ARQUIVO DE TRANSACOES DO LOTE'
                    TO WS-EST-MOTIVO
            ELSE
                PERFORM CONFERIR-ESTORNO-NO-LOTE
            END-IF
            IF WS-EST-MOTIVO = SPACES
                PERFORM PROCURAR-ORIGINAL-HISTORICO
            END-IF
            IF WS-EST-MOTIVO = SPACES
                PERFORM APLICAR-ESTORNO
            ELSE
                MOVE 11 TO WS-ERRO-COD
            END-IF.
************************************************************************
       CONFERIR-ESTORNO-NO-LOTE.
************************************************************************
      *    A MESMA ORIGINAL JA ESTORNADA NESTE LOTE AINDA NAO ESTA NO
      *    HISTORICO, SO NA TABELA. COM A TABELA CHEIA NAO HA COMO
      *    GARANTIR UM ESTORNO SO, E O EXCEDENTE E RECUSADO.
            MOVE 1 TO WS-EST-IDX
            PERFORM UNTIL WS-EST-IDX > WS-QTD-ESTORNOS
                    OR WS-EST-MOTIVO NOT = SPACES
                IF WS-EST-T-LOTE(WS-EST-IDX) = WS-EST-LOTE
                   AND WS-EST-T-REGISTRO(WS-EST-IDX) = WS-EST-REGISTRO
                    MOVE 'ORIGINAL JA ESTORNADA NESTE LOTE'
                        TO WS-EST-MOTIVO
                END-IF
                ADD 1 TO WS-EST-IDX
            END-PERFORM
            IF WS-EST-MOTIVO = SPACES AND WS-QTD-ESTORNOS NOT < 500
                MOVE 'LIMITE DE 500 ESTORNOS POR LOTE ATINGIDO'
                    TO WS-EST-MOTIVO
            END-IF.
************************************************************************
       PROCURAR-ORIGINAL-HISTORICO.
************************************************************************
      *    UMA PASSADA NO HISTORICO: A ORIGINAL E A LINHA ACEITA
      *    (ERRO=N) DO LOTE PEDIDO COM O REG= PEDIDO; UM ESTORNO
      *    ANTERIOR E UMA LINHA ACEITA DE OPERADOR X COM O MESMO EST=.
      *    LINHAS ARQUIVADAS ANTES DO REG= NAO TEM COMO SER ACHADAS. O
      *    ESTORNO E DO CLIENTE DA ORIGINAL, PELO CUST-ID INFORMADO OU
      *    PELO SOBREVIVENTE DA UNIFICACAO.
            MOVE 'N'    TO WS-EST-ACHOU-FLAG
            MOVE ZEROS  TO WS-EST-ESTORNADO-EM
            MOVE SPACES TO WS-EST-ORIGINAL
            MOVE 'N'    TO WS-FIM-HIST-FLAG
            OPEN INPUT HIST-FILE
            IF WS-FS-HIST NOT = '00'
                MOVE 'S' TO WS-FIM-HIST-FLAG
            END-IF
            PERFORM UNTIL WS-FIM-HIST
                READ HIST-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-HIST-FLAG
                    NOT AT END
                        PERFORM CONFERIR-LINHA-HISTORICO
                END-READ
            END-PERFORM
            IF WS-FS-HIST = '00' OR WS-FS-HIST = '10'
                CLOSE HIST-FILE
            END-IF
            EVALUATE TRUE
                WHEN NOT WS-EST-ACHOU
                    MOVE 'ORIGINAL NAO ENCONTRADA NO HISTORICO'
                        TO WS-EST-MOTIVO
                WHEN WS-EST-ORIGINAL(48:1) = 'X'
                    MOVE 'ORIGINAL E UM ESTORNO, NAO PODE SER ESTORNADA'
                        TO WS-EST-MOTIVO
                WHEN WS-EST-ESTORNADO-EM > 0
                    STRING 'ORIGINAL JA ESTORNADA NO LOTE '
                                            DELIMITED BY SIZE
                           WS-EST-ESTORNADO-EM DELIMITED BY SIZE
                           INTO WS-EST-MOTIVO
                    END-STRING
                WHEN WS-EST-ORIGINAL(68:6) NOT = TRAN-CUST-ID
                 AND WS-EST-ORIGINAL(68:6) NOT = WS-EST-CLI-INFORMADO
                    MOVE 'CLIENTE DIFERENTE DO DA TRANSACAO ORIGINAL'
                        TO WS-EST-MOTIVO
            END-EVALUATE.
************************************************************************
       CONFERIR-LINHA-HISTORICO.
************************************************************************
            IF HIST-LINHA(80:1) = 'N' AND HIST-LINHA(82:4) = 'REG='
                IF HIST-LOTE = WS-EST-LOTE
                   AND HIST-LINHA(86:6) = WS-EST-REGISTRO
                    MOVE 'S'        TO WS-EST-ACHOU-FLAG
                    MOVE HIST-LINHA TO WS-EST-ORIGINAL
                END-IF
                IF HIST-LINHA(48:1) = 'X'
                   AND HIST-LINHA(93:4) = 'EST='
                   AND HIST-LINHA(97:6) = WS-EST-LOTE
                   AND HIST-LINHA(104:6) = WS-EST-REGISTRO
                    MOVE HIST-LOTE TO WS-EST-ESTORNADO-EM
                END-IF
            END-IF.
************************************************************************
       APLICAR-ESTORNO.
************************************************************************
      *    NEGATIVO EXATO DA ORIGINAL: R= EM REAIS E VO= NA MOEDA
      *    ORIGINAL, COMO FORAM GRAVADOS, SEM ARREDONDAR NEM CONVERTER
      *    DE NOVO.
            COMPUTE WS-R = 0 - FUNCTION NUMVAL(WS-EST-ORIGINAL(52:11))
            MOVE WS-EST-ORIGINAL(151:3) TO WS-MOEDA
            COMPUTE WS-R-ORIGEM =
                    0 - FUNCTION NUMVAL(WS-EST-ORIGINAL(158:11)).
************************************************************************
       GUARDAR-ESTORNO-LOTE.
************************************************************************
            IF WS-QTD-ESTORNOS < 500
                ADD 1 TO WS-QTD-ESTORNOS
                MOVE WS-EST-LOTE     TO WS-EST-T-LOTE(WS-QTD-ESTORNOS)
                MOVE WS-EST-REGISTRO
                    TO WS-EST-T-REGISTRO(WS-QTD-ESTORNOS)
            END-IF.
************************************************************************
       GUARDAR-ESTORNO-ANTERIOR.
************************************************************************
      *    ESTORNO JA ACEITO NESTE LOTE ANTES DO RESTART OU DA
      *    REENTRADA: LOTE E REGISTRO DA ORIGINAL NO N1= E NO N2=.
            IF WS-RES-LINHA(30:1) = 'X'
                COMPUTE WS-EST-LOTE =
                        FUNCTION NUMVAL(WS-RES-LINHA(4:9))
                COMPUTE WS-EST-REGISTRO =
                        FUNCTION NUMVAL(WS-RES-LINHA(17:9))
                PERFORM GUARDAR-ESTORNO-LOTE
            END-IF.
************************************************************************
       VALIDAR-MOEDA.
************************************************************************
      *    REAIS NAO PRECISAM DE TAXA; QUALQUER OUTRA MOEDA (INCLUSIVE
      *    UM CODIGO DESCONHECIDO) PRECISA DE UMA TAXA CARREGADA PARA A
      *    DATA DO LOTE, OU A TRANSACAO E REJEITADA PELO CODIGO 10.
            MOVE 1 TO WS-TAXA
            IF WS-MOEDA NOT = 'BRL'
                MOVE ZEROS TO WS-CAM-ACHADO
                MOVE 1     TO WS-CAM-IDX
                PERFORM UNTIL WS-CAM-IDX > WS-QTD-MOEDAS
                        OR WS-CAM-ACHADO > 0
                    IF WS-CAM-MOEDA(WS-CAM-IDX) = WS-MOEDA
                        MOVE WS-CAM-IDX TO WS-CAM-ACHADO
                    END-IF
                    ADD 1 TO WS-CAM-IDX
                END-PERFORM
                IF WS-CAM-ACHADO = 0
                    MOVE 10 TO WS-ERRO-COD
                ELSE
                    MOVE WS-CAM-TAXA(WS-CAM-ACHADO) TO WS-TAXA
                END-IF
            END-IF.
************************************************************************
       CONVERTER-PARA-REAIS.
************************************************************************
      *    O RESULTADO NA MOEDA ORIGINAL JA VEM ARREDONDADO; O VALOR EM
      *    REAIS E ARREDONDADO DE NOVO PELAS MESMAS CASAS DECIMAIS. UM
      *    VALOR EM REAIS QUE NAO CABE EM WS-R E TRANSBORDO (CODIGO 06).
            MOVE WS-R TO WS-R-ORIGEM
            IF WS-MOEDA NOT = 'BRL'
                COMPUTE WS-R ROUNDED MODE IS NEAREST-EVEN
                      = WS-R-ORIGEM * WS-TAXA
                    ON SIZE ERROR
                        MOVE 06 TO WS-ERRO-COD
                END-COMPUTE
                IF ERRO-NENHUM
                    PERFORM ARREDONDAR-RESULTADO
                END-IF
            END-IF.
************************************************************************
       CARREGAR-TAXAS-CAMBIO.
************************************************************************
      *    SO AS TAXAS DA DATA DO RUN HEADER ENTRAM NA TABELA; UMA
      *    TAXA ZERADA OU NAO NUMERICA E IGNORADA (A MOEDA FICA SEM
      *    TAXA). A MESMA MOEDA REPETIDA NO DIA SOBREPOE A ANTERIOR.
            MOVE ZEROS TO WS-QTD-MOEDAS
            MOVE 'N'   TO WS-FIM-CAMBIO-FLAG
            OPEN INPUT CAMBIO-FILE
            IF WS-FS-CAMBIO NOT = '00'
                DISPLAY 'TABELA DE CAMBIO INDISPONIVEL (FILE STATUS '
                        WS-FS-CAMBIO '), TRANSACOES EM MOEDA '
                        'ESTRANGEIRA SERAO REJEITADAS.'
            ELSE
                PERFORM UNTIL WS-FIM-CAMBIO
                    READ CAMBIO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-CAMBIO-FLAG
                        NOT AT END
                            IF CAM-DATA = WS-RUN-DATA
                               AND CAM-TAXA IS NUMERIC
                               AND CAM-TAXA > 0
                               AND CAM-MOEDA NOT = SPACES
                                PERFORM GUARDAR-TAXA-CAMBIO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CAMBIO-FILE
            END-IF
            DISPLAY 'TAXAS DE CAMBIO DE ' WS-RUN-DATA ': '
                    WS-QTD-MOEDAS ' MOEDA(S)'.
************************************************************************
       GUARDAR-TAXA-CAMBIO.
************************************************************************
            MOVE ZEROS TO WS-CAM-ACHADO
            MOVE 1     TO WS-CAM-IDX
            PERFORM UNTIL WS-CAM-IDX > WS-QTD-MOEDAS
                    OR WS-CAM-ACHADO > 0
                IF WS-CAM-MOEDA(WS-CAM-IDX) = CAM-MOEDA
                    MOVE WS-CAM-IDX TO WS-CAM-ACHADO
                END-IF
                ADD 1 TO WS-CAM-IDX
            END-PERFORM
            IF WS-CAM-ACHADO = 0
                IF WS-QTD-MOEDAS < 50
                    ADD 1 TO WS-QTD-MOEDAS
                    MOVE WS-QTD-MOEDAS TO WS-CAM-ACHADO
                    MOVE CAM-MOEDA TO WS-CAM-MOEDA(WS-CAM-ACHADO)
                ELSE
                    DISPLAY 'TABELA DE CAMBIO CHEIA, MOEDA ' CAM-MOEDA
                            ' IGNORADA.'
                END-IF
            END-IF
            IF WS-CAM-ACHADO > 0
                MOVE CAM-TAXA TO WS-CAM-TAXA(WS-CAM-ACHADO)
            END-IF.
************************************************************************
       ABRIR-MESTRE-CLIENTES.
************************************************************************
                        WS-FS-CUSTOMER '), CRITICA DE CUST-ID '
                        'LIMITADA AO FORMATO.'
            END-IF.
************************************************************************
       VERIFICAR-LIMITE-CREDITO.
************************************************************************
      *    SO VALE PARA CLIENTE COM LIMITE (MAIOR QUE ZERO) NUM MESTRE
      *    DISPONIVEL; O REGISTRO DO CLIENTE E O QUE VALIDAR-CLIENTE
      *    ACABOU DE LER. UM RESULTADO NEGATIVO OU ZERO NUNCA AUMENTA A
      *    EXPOSICAO E NAO E CONFERIDO, E A TRANSACAO LIBERADA PELO
      *    SUPERVISOR PASSA, MAS AMBOS CONTAM NO MOVIMENTO DA NOITE.
            IF WS-MESTRE-OK AND CUST-LIMITE-CREDITO IS NUMERIC
                IF CUST-LIMITE-CREDITO > 0
                    MOVE TRAN-CUST-ID TO WS-LIM-BUSCA
                    PERFORM LOCALIZAR-EXPOSICAO
                    IF WS-R > 0 AND NOT WS-TRAN-LIBERADA
                        COMPUTE WS-LIM-EXPOSICAO = WS-LIM-SALDO-ATU
                                                 + WS-LIM-NOITE-ATU
                                                 + WS-R
                        IF WS-LIM-EXPOSICAO > CUST-LIMITE-CREDITO
                            MOVE 09 TO WS-ERRO-COD
                        END-IF
                    END-IF
                END-IF
            END-IF.
************************************************************************
       LOCALIZAR-EXPOSICAO.
************************************************************************
      *    PROCURA WS-LIM-BUSCA NA TABELA E ABRE UMA ENTRADA NOVA NO
      *    PRIMEIRO ENCONTRO, COM O SALDO EM ABERTO DO CONTAS A
      *    RECEBER. DEVOLVE O SALDO E O MOVIMENTO CORRENTES EM
      *    WS-LIM-SALDO-ATU/WS-LIM-NOITE-ATU.
            MOVE ZEROS TO WS-LIM-ACHADO
            MOVE 1     TO WS-LIM-IDX
            PERFORM UNTIL WS-LIM-IDX > WS-QTD-LIM-CLIENTES
                    OR WS-LIM-ACHADO > 0
                IF WS-LIM-CLI-ID(WS-LIM-IDX) = WS-LIM-BUSCA
                    MOVE WS-LIM-IDX TO WS-LIM-ACHADO
                END-IF
                ADD 1 TO WS-LIM-IDX
            END-PERFORM
            IF WS-LIM-ACHADO = 0
                PERFORM SOMAR-SALDO-ABERTO
                MOVE ZEROS TO WS-LIM-NOITE-ATU
                IF WS-QTD-LIM-CLIENTES < 999
                    ADD 1 TO WS-QTD-LIM-CLIENTES
                    MOVE WS-QTD-LIM-CLIENTES TO WS-LIM-ACHADO
                    MOVE WS-LIM-BUSCA
                        TO WS-LIM-CLI-ID(WS-LIM-ACHADO)
                    MOVE WS-LIM-SALDO-ATU
                        TO WS-LIM-SALDO(WS-LIM-ACHADO)
                    MOVE ZEROS TO WS-LIM-NOITE(WS-LIM-ACHADO)
                ELSE
                    ADD 1 TO WS-CNT-LIM-ESTOURO
                END-IF
            ELSE
                MOVE WS-LIM-SALDO(WS-LIM-ACHADO) TO WS-LIM-SALDO-ATU
                MOVE WS-LIM-NOITE(WS-LIM-ACHADO) TO WS-LIM-NOITE-ATU
            END-IF.
************************************************************************
       SOMAR-SALDO-ABERTO.
************************************************************************
      *    SOMA O SALDO DAS PARTIDAS EM ABERTO DO CLIENTE (CREDITOS
      *    ENTRAM NEGATIVOS), FORA AS DO PROPRIO LOTE. A CHAVE DO
      *    CONTAS A RECEBER COMECA PELO CUST-ID: UM START E LEITURAS
      *    SEQUENCIAIS ATE A CHAVE MUDAR DE CLIENTE.
            MOVE ZEROS TO WS-LIM-SALDO-ATU
            IF WS-RECEB-OK
                MOVE 'N'          TO WS-FIM-RECEB-FLAG
                MOVE WS-LIM-BUSCA TO CR-CUST-ID
                MOVE ZEROS        TO CR-LOTE CR-SEQ
                START RECEB-FILE KEY IS NOT LESS THAN CR-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WS-FIM-RECEB-FLAG
                END-START
                PERFORM UNTIL WS-FIM-RECEB
                    READ RECEB-FILE NEXT
                        AT END
                            MOVE 'S' TO WS-FIM-RECEB-FLAG
                        NOT AT END
                            IF CR-CUST-ID NOT = WS-LIM-BUSCA
                                MOVE 'S' TO WS-FIM-RECEB-FLAG
                            ELSE
                                IF CR-ABERTO
                                   AND CR-LOTE NOT = WS-RUN-NUMERO
                                    ADD CR-SALDO TO WS-LIM-SALDO-ATU
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
************************************************************************
       ABRIR-CONTAS-RECEBER.
************************************************************************
            MOVE 'N' TO WS-RECEB-OK-FLAG
            OPEN INPUT RECEB-FILE
            IF WS-FS-RECEB = '00'
                MOVE 'S' TO WS-RECEB-OK-FLAG
            ELSE
                DISPLAY 'CONTAS A RECEBER INDISPONIVEL (FILE STATUS '
                        WS-FS-RECEB '), SALDO EM ABERTO DOS CLIENTES '
                        'CONSIDERADO ZERO NO LIMITE DE CREDITO.'
            END-IF.
************************************************************************
       CARREGAR-MOVIMENTO-NOITE.
************************************************************************
      *    RELE OS RESULTADOS JA GRAVADOS NESTE LOTE (CLI= NAS POSICOES
      *    50-55, R= NAS POSICOES 34-44) E SOMA O VALOR DE CADA
      *    CLIENTE COM LIMITE AO SEU MOVIMENTO DA NOITE. SEM O MESTRE
      *    NAO HA LIMITE A CONFERIR E NADA E SOMADO, MAS OS ESTORNOS
      *    JA ACEITOS NO LOTE VOLTAM PARA A TABELA DE ESTORNOS DO
      *    MESMO JEITO.
            MOVE 'N' TO WS-FIM-RESULT-FLAG
            EVALUATE TRUE
                WHEN WS-MODO-AVULSO
                    OPEN INPUT RESULT-FILE-M
                    IF WS-FS-RESULT-M NOT = '00'
                        MOVE 'S' TO WS-FIM-RESULT-FLAG
                    END-IF
                WHEN WS-MODO-PARTICAO
                    PERFORM ABRIR-RESULTADO-PARTICAO
                    IF WS-FS-RESULT-P NOT = '00'
                        MOVE 'S' TO WS-FIM-RESULT-FLAG
                    END-IF
                WHEN OTHER
                    OPEN INPUT RESULT-FILE
                    IF WS-FS-RESULT NOT = '00'
                        MOVE 'S' TO WS-FIM-RESULT-FLAG
                    END-IF
            END-EVALUATE
            PERFORM UNTIL WS-FIM-RESULT
                PERFORM LER-RESULTADO-ANTERIOR
                IF NOT WS-FIM-RESULT
                    PERFORM SOMAR-RESULTADO-ANTERIOR
                    PERFORM GUARDAR-ESTORNO-ANTERIOR
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-MODO-AVULSO
                    IF WS-FS-RESULT-M = '00'
                       OR WS-FS-RESULT-M = '10'
                        CLOSE RESULT-FILE-M
                    END-IF
                WHEN WS-MODO-PARTICAO
                    IF WS-FS-RESULT-P = '00'
                       OR WS-FS-RESULT-P = '10'
                        PERFORM FECHAR-RESULTADO-PARTICAO
                    END-IF
                WHEN OTHER
                    IF WS-FS-RESULT = '00' OR WS-FS-RESULT = '10'
                        CLOSE RESULT-FILE
                    END-IF
            END-EVALUATE.
************************************************************************
       LER-RESULTADO-ANTERIOR.
************************************************************************
            IF WS-MODO-PARTICAO
                PERFORM LER-RESULTADO-PARTICAO
            ELSE
            IF WS-MODO-AVULSO
                READ RESULT-FILE-M
                    AT END
                        MOVE 'S' TO WS-FIM-RESULT-FLAG
                    NOT AT END
                        MOVE RESULT-RECORD-M TO WS-RES-LINHA
                END-READ
            ELSE
                READ RESULT-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-RESULT-FLAG
                    NOT AT END
                        MOVE RESULT-RECORD TO WS-RES-LINHA
                END-READ
            END-IF
            END-IF.
************************************************************************
       SOMAR-RESULTADO-ANTERIOR.
************************************************************************
            IF WS-MESTRE-OK AND WS-RES-LINHA(46:4) = 'CLI='
               AND WS-RES-LINHA(50:6) IS NUMERIC
                MOVE WS-RES-LINHA(50:6) TO CUST-ID
                READ CUSTOMER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CUST-LIMITE-CREDITO IS NUMERIC
                            IF CUST-LIMITE-CREDITO > 0
                                MOVE CUST-ID TO WS-LIM-BUSCA
                                PERFORM LOCALIZAR-EXPOSICAO
                                IF WS-LIM-ACHADO > 0
                                    COMPUTE WS-LIM-NOITE(WS-LIM-ACHADO)
                                          = WS-LIM-NOITE(WS-LIM-ACHADO)
                                          + FUNCTION NUMVAL
                                            (WS-RES-LINHA(34:11))
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-IF.
************************************************************************
       GRAVAR-REJEICAO.
************************************************************************
                   WS-ERR          DELIMITED BY SIZE
                   INTO REJECT-RECORD
            END-STRING
      *    A MOEDA VAI NO FIM DA LINHA (POSICOES 113-120), FORA DO
      *    DADOS=[...]: E POR ELA QUE CALC2COR DEVOLVE A TRANSACAO
      *    CORRIGIDA NA MOEDA ORIGINAL.
            MOVE ' MOE='  TO REJECT-RECORD(113:5)
            MOVE WS-MOEDA TO REJECT-RECORD(118:3)
            EVALUATE TRUE
                WHEN WS-MODO-AVULSO
                    MOVE REJECT-RECORD TO REJECT-RECORD-M
                    WRITE REJECT-RECORD-M
                WHEN WS-MODO-PARTICAO
                    MOVE 'J'           TO WS-PAR-TIPO
                    MOVE REJECT-RECORD TO WS-PAR-CONTEUDO
                    PERFORM GRAVAR-LINHA-PARTICAO
                WHEN OTHER
                    WRITE REJECT-RECORD
            END-EVALUATE.
************************************************************************
       ARREDONDAR-RESULTADO.
************************************************************************
************************************************************************
       DEFINIR-ARQUIVOS.
************************************************************************
            ACCEPT WS-LINHA-CMD FROM COMMAND-LINE
            UNSTRING WS-LINHA-CMD DELIMITED BY ALL SPACE
                INTO WS-PARM WS-PARM-OPERADOR
            END-UNSTRING
            IF WS-PARM = 'MENU'
                MOVE 'S' TO WS-MODO-AVULSO-FLAG
            END-IF
            IF WS-PARM = 'REENTRADA'
                MOVE 'S' TO WS-MODO-REENTRADA-FLAG
            END-IF
      *    NA EXECUCAO PARTICIONADA O SEGUNDO PARAMETRO E O NUMERO DA
      *    PARTICAO ('PARTICAO 2'), NO LUGAR DO OPERADOR DO MENU.
            IF WS-PARM = 'PARTICAO'
                MOVE 'S' TO WS-MODO-PARTICAO-FLAG
                IF WS-PARM-OPERADOR(1:1) >= '1'
                   AND WS-PARM-OPERADOR(1:1) <= '4'
                   AND WS-PARM-OPERADOR(2:1) = SPACE
                    MOVE WS-PARM-OPERADOR(1:1) TO WS-PARTICAO
                ELSE
                    DISPLAY 'PARTICAO INVALIDA NO PARAMETRO ('
                            WS-PARM-OPERADOR '): USE PARTICAO 1 A 4.'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
************************************************************************
       LER-RUN-HEADER.
                END-READ
                CLOSE RUNCTL-FILE
            END-IF.
************************************************************************
       VERIFICAR-PERIODO-FECHADO.
************************************************************************
      *    MES JA FECHADO PELA CONTABILIDADE NAO RECEBE MAIS
      *    MOVIMENTO: A RECUSA FICA EM PERRECUS.DAT (LOTALERTA A
      *    TRANSFORMA EM ALERTA) E O PASSO TERMINA ANTES DE ABRIR
      *    QUALQUER SAIDA. SO UMA REABERTURA PELO PERREABRE LIBERA.
            MOVE WS-RUN-DATA(4:7) TO WS-PER-MES-ALVO
            MOVE SPACES           TO WS-PER-SITUACAO
            MOVE 'N'              TO WS-FIM-PER-FLAG
            OPEN INPUT PERIODO-FILE
            IF WS-FS-PERIODO = '00'
                PERFORM UNTIL WS-FIM-PER
                    READ PERIODO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-PER-FLAG
                        NOT AT END
                            IF PER-MES = WS-PER-MES-ALVO
                                MOVE PER-EVENTO TO WS-PER-SITUACAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERIODO-FILE
            END-IF
            IF WS-PER-FECHADO
                DISPLAY 'PERIODO ' WS-PER-MES-ALVO ' FECHADO: '
                        WS-PER-PASSO ' RECUSADO, NADA FOI LANCADO.'
                PERFORM REGISTRAR-RECUSA-PERIODO
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
************************************************************************
       REGISTRAR-RECUSA-PERIODO.
************************************************************************
            ACCEPT WS-PER-AMD  FROM DATE YYYYMMDD
            ACCEPT WS-PER-HORA FROM TIME
            OPEN EXTEND PERRECUS-FILE
            IF WS-FS-PERRECUS NOT = '00'
                OPEN OUTPUT PERRECUS-FILE
            END-IF
            MOVE SPACES TO REC-RECORD
            STRING WS-PER-AMD(7:2) '/' WS-PER-AMD(5:2) '/'
                   WS-PER-AMD(1:4)
                   DELIMITED BY SIZE INTO REC-DATA
            END-STRING
            MOVE WS-PER-HORA     TO REC-HORA
            MOVE WS-RUN-NUMERO   TO REC-LOTE
            MOVE WS-RUN-DATA     TO REC-DATA-LOTE
            MOVE WS-PER-PASSO    TO REC-PASSO
            MOVE WS-PER-MES-ALVO TO REC-MES
            WRITE REC-RECORD
            CLOSE PERRECUS-FILE.
************************************************************************
       LER-CHECKPOINT.
************************************************************************
                            MOVE CKPT-CNT-ERRO-07 TO WS-CNT-ERRO-07
                            MOVE CKPT-CNT-ERRO-08 TO WS-CNT-ERRO-08
                            MOVE CKPT-TOTAL-R     TO WS-TOTAL-R
                            IF CKPT-CNT-ERRO-09 IS NUMERIC
                                MOVE CKPT-CNT-ERRO-09
                                    TO WS-CNT-ERRO-09
                            END-IF
                            IF CKPT-CNT-ERRO-10 IS NUMERIC
                                MOVE CKPT-CNT-ERRO-10
                                    TO WS-CNT-ERRO-10
                            END-IF
                            IF CKPT-CNT-ERRO-11 IS NUMERIC
                                MOVE CKPT-CNT-ERRO-11
                                    TO WS-CNT-ERRO-11
                            END-IF
                    END-READ
                    CLOSE CHECKPOINT-FILE-S
                END-IF
                            MOVE CKPT-CNT-ERRO-07 TO WS-CNT-ERRO-07
                            MOVE CKPT-CNT-ERRO-08 TO WS-CNT-ERRO-08
                            MOVE CKPT-TOTAL-R     TO WS-TOTAL-R
                            IF CKPT-CNT-ERRO-09 IS NUMERIC
                                MOVE CKPT-CNT-ERRO-09
                                    TO WS-CNT-ERRO-09
                            END-IF
                            IF CKPT-CNT-ERRO-10 IS NUMERIC
                                MOVE CKPT-CNT-ERRO-10
                                    TO WS-CNT-ERRO-10
                            END-IF
                            IF CKPT-CNT-ERRO-11 IS NUMERIC
                                MOVE CKPT-CNT-ERRO-11
                                    TO WS-CNT-ERRO-11
                            END-IF
                    END-READ
                    CLOSE CHECKPOINT-FILE-M
                END-IF
                            MOVE CKPT-CNT-ERRO-07 TO WS-CNT-ERRO-07
                            MOVE CKPT-CNT-ERRO-08 TO WS-CNT-ERRO-08
                            MOVE CKPT-TOTAL-R     TO WS-TOTAL-R
                            IF CKPT-CNT-ERRO-09 IS NUMERIC
                                MOVE CKPT-CNT-ERRO-09
                                    TO WS-CNT-ERRO-09
                            END-IF
                            IF CKPT-CNT-ERRO-10 IS NUMERIC
                                MOVE CKPT-CNT-ERRO-10
                                    TO WS-CNT-ERRO-10
                            END-IF
                            IF CKPT-CNT-ERRO-11 IS NUMERIC
                                MOVE CKPT-CNT-ERRO-11
                                    TO WS-CNT-ERRO-11
                            END-IF
                    END-READ
                    CLOSE CHECKPOINT-FILE
                END-IF
            MOVE WS-CNT-ERRO-07   TO CKPT-CNT-ERRO-07
            MOVE WS-CNT-ERRO-08   TO CKPT-CNT-ERRO-08
            MOVE WS-TOTAL-R       TO CKPT-TOTAL-R
            MOVE WS-CNT-ERRO-09   TO CKPT-CNT-ERRO-09
            MOVE WS-CNT-ERRO-10   TO CKPT-CNT-ERRO-10
            MOVE WS-CNT-ERRO-11   TO CKPT-CNT-ERRO-11
            EVALUATE TRUE
                WHEN WS-MODO-AVULSO
                    MOVE CHECKPOINT-RECORD TO CHECKPOINT-RECORD-M
                    OPEN OUTPUT CHECKPOINT-FILE-S
                    WRITE CHECKPOINT-RECORD-S
                    CLOSE CHECKPOINT-FILE-S
                WHEN WS-MODO-PARTICAO
                    PERFORM GRAVAR-CHECKPOINT-PARTICAO
                WHEN OTHER
                    OPEN OUTPUT CHECKPOINT-FILE
                    WRITE CHECKPOINT-RECORD
            MOVE WS-N1 TO WS-N1-EDIT
            MOVE WS-N2 TO WS-N2-EDIT
            MOVE WS-R  TO WS-R-EDIT
            MOVE WS-R-ORIGEM TO WS-R-ORIGEM-EDIT
            IF WS-ERR = SPACES
                MOVE 'N' TO WS-AUD-ERRO
            ELSE
                   WS-ERR      DELIMITED BY SIZE
                   INTO AUDIT-RECORD
            END-STRING
            IF TRAN-ORDEM-ID IS NUMERIC AND NOT WS-MODO-AVULSO
                MOVE ' ORD='       TO AUDIT-RECORD(133:5)
                MOVE TRAN-ORDEM-ID TO AUDIT-RECORD(138:6)
            END-IF
            MOVE ' MOE='          TO AUDIT-RECORD(146:5)
            MOVE WS-MOEDA         TO AUDIT-RECORD(151:3)
            MOVE ' VO='           TO AUDIT-RECORD(154:4)
            MOVE WS-R-ORIGEM-EDIT TO AUDIT-RECORD(158:11)
      *    A LINHA ACEITA NAO TEM MENSAGEM (ERRO=N): NO LUGAR DELA VAI
      *    O NUMERO DO REGISTRO NO ARQUIVO DE TRANSACOES (REG=, O MESMO
      *    REGISTRO= DA REJEICAO), PELO QUAL UM ESTORNO FUTURO ACHA A
      *    TRANSACAO, E NO ESTORNO A REFERENCIA DA ORIGINAL (EST=).
            IF WS-ERR = SPACES
                MOVE 'REG='           TO AUDIT-RECORD(82:4)
                MOVE WS-REC-NUM       TO AUDIT-RECORD(86:6)
                IF WS-O = "X"
                    MOVE ' EST='      TO AUDIT-RECORD(92:5)
                    MOVE WS-EST-LOTE  TO AUDIT-RECORD(97:6)
                    MOVE '/'          TO AUDIT-RECORD(103:1)
                    MOVE WS-EST-REGISTRO
                                      TO AUDIT-RECORD(104:6)
                END-IF
            END-IF
            IF WS-O = "X" AND TRAN-EST-LOTE IS NUMERIC
               AND TRAN-EST-REGISTRO IS NUMERIC
                MOVE TRAN-EST-LOTE        TO WS-EST-LOTE-EDIT
                MOVE TRAN-EST-REGISTRO    TO WS-EST-REGISTRO-EDIT
                MOVE WS-EST-LOTE-EDIT     TO AUDIT-RECORD(22:9)
                MOVE WS-EST-REGISTRO-EDIT TO AUDIT-RECORD(35:9)
            END-IF
            IF WS-MODO-AVULSO
                MOVE AUDIT-RECORD        TO AUDIT-RECORD-M
                MOVE ' OPR='             TO AUDIT-RECORD-M(133:5)
                MOVE WS-PARM-OPERADOR    TO AUDIT-RECORD-M(138:8)
                WRITE AUDIT-RECORD-M
            ELSE
            IF WS-MODO-PARTICAO
                MOVE 'A'          TO WS-PAR-TIPO
                MOVE AUDIT-RECORD TO WS-PAR-CONTEUDO
                PERFORM GRAVAR-LINHA-PARTICAO
            ELSE
                WRITE AUDIT-RECORD
            END-IF
            END-IF.
************************************************************************
       IMPRIMIR-RESUMO-ERROS.
            DISPLAY "06 RESULTADO TRANSBORDOU WS-R...: " WS-CNT-ERRO-06
            DISPLAY "07 CLIENTE INVALIDO.............: " WS-CNT-ERRO-07
            DISPLAY "08 ARQUIVO REJEITADO (HDR/TRL)..: " WS-CNT-ERRO-08
            DISPLAY "09 LIMITE DE CREDITO EXCEDIDO...: " WS-CNT-ERRO-09
            DISPLAY "10 SEM TAXA DE CAMBIO NA DATA...: " WS-CNT-ERRO-10
            DISPLAY "11 ESTORNO SEM ORIGINAL VALIDO..: " WS-CNT-ERRO-11
            DISPLAY "   LIBERADAS PELO SUPERVISOR....: "
                    WS-CNT-LIBERADAS
            DISPLAY "   REDIRECIONADAS P/ UNIFICACAO.: "
                    WS-CNT-UNIFICADAS
            DISPLAY "   ESTORNOS LANCADOS............: "
                    WS-CNT-ESTORNOS
            IF WS-CNT-LIM-ESTOURO > 0
                DISPLAY "AVISO: " WS-CNT-LIM-ESTOURO " CONFERENCIAS "
                        "DE LIMITE SEM O MOVIMENTO DA NOITE (TABELA "
                        "DE CLIENTES CHEIA)."
            END-IF
            DISPLAY "-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-="

            COMPUTE WS-CNT-REJEITADAS = WS-CNT-ERRO-01 + WS-CNT-ERRO-02
                                       + WS-CNT-ERRO-03 + WS-CNT-ERRO-04
                                       + WS-CNT-ERRO-05 + WS-CNT-ERRO-06
                                       + WS-CNT-ERRO-07 + WS-CNT-ERRO-08
                                       + WS-CNT-ERRO-09 + WS-CNT-ERRO-10
                                       + WS-CNT-ERRO-11
            MOVE WS-TOTAL-R TO WS-TOTAL-R-EDIT

            DISPLAY "-=-=-=-= TOTAIS DE CONTROLE DO LOTE -=-=-=-="
            COMPUTE WS-REC-LIDOS = WS-REC-NUM - WS-REC-BASE
                                 - WS-QTD-OUTRAS
            IF WS-MODO-PARTICAO
                DISPLAY "PARTICAO..............: " WS-PARTICAO
                DISPLAY "DE OUTRAS PARTICOES...: " WS-QTD-OUTRAS
            END-IF
            DISPLAY "REGISTROS LIDOS.......: " WS-REC-LIDOS
            DISPLAY "LINHAS DE CONTROLE....: " WS-QTD-CONTROLE
            DISPLAY "REGISTROS CALCULADOS..: " WS-CNT-TRANS-OK
      *    AS LINHAS DE CONTROLE (HDR/TRL) FICAM FORA DA CONTAGEM DE
      *    LIDOS: E A QUANTIDADE DE TRANSACOES QUE OS RELATORIOS
      *    OPERACIONAIS E A VERIFICACAO DE FIM DE LOTE CONFEREM.
            PERFORM MONTAR-CONTADORES-LOTE
            OPEN OUTPUT COUNT2-FILE
            WRITE COUNT2-RECORD
            CLOSE COUNT2-FILE.
************************************************************************
       MONTAR-CONTADORES-LOTE.
************************************************************************
      *    NA PARTICAO OS DETALHES DAS OUTRAS PARTICOES TAMBEM FICAM
      *    FORA DOS LIDOS (WS-QTD-OUTRAS E ZERO NAS DEMAIS EXECUCOES).
            COMPUTE C2CNT-LIDOS = WS-REC-NUM - WS-REC-BASE
                                - WS-QTD-CONTROLE - WS-QTD-OUTRAS
            MOVE WS-CNT-TRANS-OK   TO C2CNT-OK
            MOVE WS-CNT-ERRO-01    TO C2CNT-ERRO-01
            MOVE WS-CNT-ERRO-02    TO C2CNT-ERRO-02
            MOVE WS-CNT-ERRO-06    TO C2CNT-ERRO-06
            MOVE WS-CNT-ERRO-07    TO C2CNT-ERRO-07
            MOVE WS-CNT-ERRO-08    TO C2CNT-ERRO-08
            MOVE WS-CNT-ERRO-09    TO C2CNT-ERRO-09
            MOVE WS-CNT-ERRO-10    TO C2CNT-ERRO-10
            MOVE WS-CNT-ERRO-11    TO C2CNT-ERRO-11
            MOVE WS-CNT-REJEITADAS TO C2CNT-REJEITADAS
            MOVE WS-TOTAL-R        TO C2CNT-TOTAL-R.
************************************************************************
       LIMPAR-CHECKPOINT.
************************************************************************
                    OPEN OUTPUT CHECKPOINT-FILE-S
                    WRITE CHECKPOINT-RECORD-S
                    CLOSE CHECKPOINT-FILE-S
                WHEN WS-MODO-PARTICAO
                    PERFORM GRAVAR-CHECKPOINT-PARTICAO
                WHEN OTHER
                    OPEN OUTPUT CHECKPOINT-FILE
                    WRITE CHECKPOINT-RECORD
                    CLOSE CHECKPOINT-FILE
            END-EVALUATE.
************************************************************************
       PREPARAR-PARTICAO.
************************************************************************
            PERFORM CARREGAR-TABELA-PARTICOES
            IF WS-PART-INVALIDA
                DISPLAY 'TABELA DE PARTICOES (CALC2PART.DAT) RECUSADA: '
                        WS-PART-MOTIVO
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'N' TO WS-PART-PROPRIA-FLAG
            MOVE 1   TO WS-PART-IDX
            PERFORM UNTIL WS-PART-IDX > WS-QTD-PARTICOES
                IF WS-PART-NUM(WS-PART-IDX) = WS-PARTICAO
                    MOVE 'S' TO WS-PART-PROPRIA-FLAG
                    DISPLAY 'PARTICAO ' WS-PARTICAO ': CLIENTES '
                            WS-PART-DE(WS-PART-IDX) ' A '
                            WS-PART-ATE(WS-PART-IDX)
                END-IF
                ADD 1 TO WS-PART-IDX
            END-PERFORM
      *    O PLANO PODE TER MAIS INSTANCIAS DO QUE A TABELA TEM
      *    PARTICOES: A INSTANCIA SEM PARTICAO TERMINA SEM TOCAR EM
      *    NADA E A JUNCAO NEM OLHA O JOGO DELA.
            IF NOT WS-PART-PROPRIA
                DISPLAY 'PARTICAO ' WS-PARTICAO ' NAO CONSTA DA TABELA '
                        'DE PARTICOES, NADA A CALCULAR.'
                MOVE 0 TO RETURN-CODE
                STOP RUN
            END-IF
            EVALUATE WS-PARTICAO
                WHEN 1
                    OPEN OUTPUT COUNT-FILE-P1
                    CLOSE COUNT-FILE-P1
                WHEN 2
                    OPEN OUTPUT COUNT-FILE-P2
                    CLOSE COUNT-FILE-P2
                WHEN 3
                    OPEN OUTPUT COUNT-FILE-P3
                    CLOSE COUNT-FILE-P3
                WHEN 4
                    OPEN OUTPUT COUNT-FILE-P4
                    CLOSE COUNT-FILE-P4
            END-EVALUATE.
************************************************************************
       CARREGAR-TABELA-PARTICOES.
************************************************************************
      *    VER COPYBOOK CALC2PTB: A TABELA SO VALE INTEIRA; UMA LINHA
      *    IRREGULAR RECUSA TUDO, PARA NENHUM DETALHE FICAR SEM
      *    PARTICAO OU CAIR EM DUAS.
            MOVE ZEROS  TO WS-QTD-PARTICOES WS-PART-PRIMEIRA
            MOVE 'N'    TO WS-PART-INVALIDA-FLAG WS-FIM-PART-FLAG
            MOVE SPACES TO WS-PART-MOTIVO
            OPEN INPUT PART-FILE
            IF WS-FS-PART = '00'
                PERFORM UNTIL WS-FIM-PART
                    READ PART-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-PART-FLAG
                        NOT AT END
                            IF PART-RECORD NOT = SPACES
                               AND PART-NUMERO NOT = '*'
                               AND NOT WS-PART-INVALIDA
                                PERFORM GUARDAR-PARTICAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PART-FILE
            END-IF
            IF WS-QTD-PARTICOES = 0 AND NOT WS-PART-INVALIDA
                MOVE 1      TO WS-QTD-PARTICOES
                MOVE 1      TO WS-PART-NUM(1)
                MOVE ZEROS  TO WS-PART-DE(1)
                MOVE 999999 TO WS-PART-ATE(1)
            END-IF
            MOVE 9 TO WS-PART-PRIMEIRA
            MOVE 1 TO WS-PART-IDX
            PERFORM UNTIL WS-PART-IDX > WS-QTD-PARTICOES
                IF WS-PART-NUM(WS-PART-IDX) < WS-PART-PRIMEIRA
                    MOVE WS-PART-NUM(WS-PART-IDX) TO WS-PART-PRIMEIRA
                END-IF
                ADD 1 TO WS-PART-IDX
            END-PERFORM.
************************************************************************
       GUARDAR-PARTICAO.
************************************************************************
            IF PART-NUMERO < '1' OR PART-NUMERO > '4'
                MOVE 'S' TO WS-PART-INVALIDA-FLAG
                MOVE 'NUMERO DE PARTICAO FORA DE 1 A 4'
                    TO WS-PART-MOTIVO
            END-IF
            IF NOT WS-PART-INVALIDA
               AND (PART-CLI-DE NOT NUMERIC
                    OR PART-CLI-ATE NOT NUMERIC)
                MOVE 'S' TO WS-PART-INVALIDA-FLAG
                MOVE 'FAIXA DE CLIENTES NAO NUMERICA'
                    TO WS-PART-MOTIVO
            END-IF
            IF NOT WS-PART-INVALIDA
                MOVE PART-NUMERO  TO WS-PART-LIDO-NUM
                MOVE PART-CLI-DE  TO WS-PART-LIDO-DE
                MOVE PART-CLI-ATE TO WS-PART-LIDO-ATE
                IF WS-PART-LIDO-DE > WS-PART-LIDO-ATE
                    MOVE 'S' TO WS-PART-INVALIDA-FLAG
                    MOVE 'FAIXA DE CLIENTES COM INICIO DEPOIS DO FIM'
                        TO WS-PART-MOTIVO
                END-IF
            END-IF
            IF NOT WS-PART-INVALIDA AND WS-QTD-PARTICOES NOT < 4
                MOVE 'S' TO WS-PART-INVALIDA-FLAG
                MOVE 'MAIS DE QUATRO PARTICOES NA TABELA'
                    TO WS-PART-MOTIVO
            END-IF
            MOVE 1 TO WS-PART-IDX
            PERFORM UNTIL WS-PART-IDX > WS-QTD-PARTICOES
                    OR WS-PART-INVALIDA
                IF WS-PART-NUM(WS-PART-IDX) = WS-PART-LIDO-NUM
                    MOVE 'S' TO WS-PART-INVALIDA-FLAG
                    MOVE 'PARTICAO REPETIDA NA TABELA'
                        TO WS-PART-MOTIVO
                END-IF
                IF NOT WS-PART-INVALIDA
                   AND WS-PART-LIDO-DE NOT > WS-PART-ATE(WS-PART-IDX)
                   AND WS-PART-LIDO-ATE NOT < WS-PART-DE(WS-PART-IDX)
                    MOVE 'S' TO WS-PART-INVALIDA-FLAG
                    MOVE 'FAIXAS DE CLIENTES SOBREPOSTAS'
                        TO WS-PART-MOTIVO
                END-IF
                ADD 1 TO WS-PART-IDX
            END-PERFORM
            IF NOT WS-PART-INVALIDA
                ADD 1 TO WS-QTD-PARTICOES
                MOVE WS-PART-LIDO-NUM TO WS-PART-NUM(WS-QTD-PARTICOES)
                MOVE WS-PART-LIDO-DE  TO WS-PART-DE(WS-QTD-PARTICOES)
                MOVE WS-PART-LIDO-ATE TO WS-PART-ATE(WS-QTD-PARTICOES)
            END-IF.
************************************************************************
       CONFERIR-PARTICAO-DETALHE.
************************************************************************
      *    FORA DA EXECUCAO PARTICIONADA TODO DETALHE E DA PROPRIA
      *    EXECUCAO. A FAIXA E A DO CLIENTE SOBREVIVENTE QUANDO O
      *    CUST-ID DO ARQUIVO FOI UNIFICADO: O APOSENTADO E O
      *    SOBREVIVENTE TEM QUE CAIR NA MESMA PARTICAO, SENAO O LIMITE
      *    DE CREDITO SERIA CONFERIDO CONTRA DOIS MOVIMENTOS SEPARADOS.
            MOVE 'S' TO WS-PART-PROPRIA-FLAG
            IF WS-MODO-PARTICAO
                PERFORM LOCALIZAR-PARTICAO
                IF WS-PART-DESTINO NOT = WS-PARTICAO
                    MOVE 'N' TO WS-PART-PROPRIA-FLAG
                END-IF
            END-IF.
************************************************************************
       LOCALIZAR-PARTICAO.
************************************************************************
            MOVE WS-PART-PRIMEIRA TO WS-PART-DESTINO
            IF TRAN-CUST-ID IS NUMERIC
                PERFORM OBTER-CLIENTE-PARTICAO
                MOVE 1 TO WS-PART-IDX
                PERFORM UNTIL WS-PART-IDX > WS-QTD-PARTICOES
                    IF WS-PART-CLIENTE NOT < WS-PART-DE(WS-PART-IDX)
                       AND WS-PART-CLIENTE
                           NOT > WS-PART-ATE(WS-PART-IDX)
                        MOVE WS-PART-NUM(WS-PART-IDX)
                            TO WS-PART-DESTINO
                    END-IF
                    ADD 1 TO WS-PART-IDX
                END-PERFORM
            END-IF.
************************************************************************
       OBTER-CLIENTE-PARTICAO.
************************************************************************
      *    MESMA RESOLUCAO DE VALIDAR-CLIENTE, SEM EFEITO NA TRANSACAO
      *    NEM NOS CONTADORES; CHAVE FORA DO MESTRE, CADEIA QUEBRADA OU
      *    MESTRE INDISPONIVEL FICAM NA FAIXA DO CUST-ID DO ARQUIVO
      *    (TODAS AS PARTICOES CHEGAM A MESMA RESPOSTA).
            MOVE TRAN-CUST-ID TO WS-PART-CLIENTE
            IF WS-MESTRE-OK
                MOVE TRAN-CUST-ID TO CUST-ID
                READ CUSTOMER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CUST-UNIFICADO
                            PERFORM RESOLVER-SOBREVIVENTE
                            IF NOT WS-UNI-QUEBRADA
                                MOVE CUST-ID TO WS-PART-CLIENTE
                            END-IF
                        END-IF
                END-READ
            END-IF.
************************************************************************
       ABRIR-SAIDAS-PARTICAO.
************************************************************************
      *    RESTART DA PARTICAO (CHECKPOINT PROPRIO PREENCHIDO):
      *    ACRESCENTA AO QUE ELA JA GRAVOU; DO CONTRARIO O JOGO DA
      *    PARTICAO COMECA DO ZERO. AS OUTRAS PARTICOES NAO SAO TOCADAS.
            EVALUATE WS-PARTICAO
                WHEN 1
                    IF WS-CKPT-INICIO > 0
                        OPEN EXTEND RESULT-FILE-P1
                        IF WS-FS-RESULT-P NOT = '00'
                            OPEN OUTPUT RESULT-FILE-P1
                        END-IF
                        OPEN EXTEND AUDIT-FILE-P1
                        IF WS-FS-AUDIT-P NOT = '00'
                            OPEN OUTPUT AUDIT-FILE-P1
                        END-IF
                        OPEN EXTEND REJECT-FILE-P1
                        IF WS-FS-REJECT-P NOT = '00'
                            OPEN OUTPUT REJECT-FILE-P1
                        END-IF
                    ELSE
                        OPEN OUTPUT RESULT-FILE-P1 AUDIT-FILE-P1
                                    REJECT-FILE-P1
                    END-IF
                WHEN 2
                    IF WS-CKPT-INICIO > 0
                        OPEN EXTEND RESULT-FILE-P2
                        IF WS-FS-RESULT-P NOT = '00'
                            OPEN OUTPUT RESULT-FILE-P2
                        END-IF
                        OPEN EXTEND AUDIT-FILE-P2
                        IF WS-FS-AUDIT-P NOT = '00'
                            OPEN OUTPUT AUDIT-FILE-P2
                        END-IF
                        OPEN EXTEND REJECT-FILE-P2
                        IF WS-FS-REJECT-P NOT = '00'
                            OPEN OUTPUT REJECT-FILE-P2
                        END-IF
                    ELSE
                        OPEN OUTPUT RESULT-FILE-P2 AUDIT-FILE-P2
                                    REJECT-FILE-P2
                    END-IF
                WHEN 3
                    IF WS-CKPT-INICIO > 0
                        OPEN EXTEND RESULT-FILE-P3
                        IF WS-FS-RESULT-P NOT = '00'
                            OPEN OUTPUT RESULT-FILE-P3
                        END-IF
                        OPEN EXTEND AUDIT-FILE-P3
                        IF WS-FS-AUDIT-P NOT = '00'
                            OPEN OUTPUT AUDIT-FILE-P3
                        END-IF
                        OPEN EXTEND REJECT-FILE-P3
                        IF WS-FS-REJECT-P NOT = '00'
                            OPEN OUTPUT REJECT-FILE-P3
                        END-IF
                    ELSE
                        OPEN OUTPUT RESULT-FILE-P3 AUDIT-FILE-P3
                                    REJECT-FILE-P3
                    END-IF
                WHEN 4
                    IF WS-CKPT-INICIO > 0
                        OPEN EXTEND RESULT-FILE-P4
                        IF WS-FS-RESULT-P NOT = '00'
                            OPEN OUTPUT RESULT-FILE-P4
                        END-IF
                        OPEN EXTEND AUDIT-FILE-P4
                        IF WS-FS-AUDIT-P NOT = '00'
                            OPEN OUTPUT AUDIT-FILE-P4
                        END-IF
                        OPEN EXTEND REJECT-FILE-P4
                        IF WS-FS-REJECT-P NOT = '00'
                            OPEN OUTPUT REJECT-FILE-P4
                        END-IF
                    ELSE
                        OPEN OUTPUT RESULT-FILE-P4 AUDIT-FILE-P4
                                    REJECT-FILE-P4
                    END-IF
            END-EVALUATE.
************************************************************************
       FECHAR-SAIDAS-PARTICAO.
************************************************************************
            EVALUATE WS-PARTICAO
                WHEN 1
                    CLOSE RESULT-FILE-P1 AUDIT-FILE-P1 REJECT-FILE-P1
                WHEN 2
                    CLOSE RESULT-FILE-P2 AUDIT-FILE-P2 REJECT-FILE-P2
                WHEN 3
                    CLOSE RESULT-FILE-P3 AUDIT-FILE-P3 REJECT-FILE-P3
                WHEN 4
                    CLOSE RESULT-FILE-P4 AUDIT-FILE-P4 REJECT-FILE-P4
            END-EVALUATE.
************************************************************************
       GRAVAR-LINHA-PARTICAO.
************************************************************************
      *    A LINHA VAI PARA O JOGO DA PARTICAO PRECEDIDA DO NUMERO DO
      *    REGISTRO CORRENTE NO ARQUIVO DE TRANSACOES.
            MOVE WS-REC-NUM TO WS-PAR-REGISTRO
            EVALUATE TRUE
                WHEN WS-PAR-RESULTADO AND WS-PARTICAO = 1
                    MOVE WS-PAR-LINHA TO RESULT-RECORD-P1
                    WRITE RESULT-RECORD-P1
                WHEN WS-PAR-AUDITORIA AND WS-PARTICAO = 1
                    MOVE WS-PAR-LINHA TO AUDIT-RECORD-P1
                    WRITE AUDIT-RECORD-P1
                WHEN WS-PAR-REJEICAO AND WS-PARTICAO = 1
                    MOVE WS-PAR-LINHA TO REJECT-RECORD-P1
                    WRITE REJECT-RECORD-P1
                WHEN WS-PAR-RESULTADO AND WS-PARTICAO = 2
                    MOVE WS-PAR-LINHA TO RESULT-RECORD-P2
                    WRITE RESULT-RECORD-P2
                WHEN WS-PAR-AUDITORIA AND WS-PARTICAO = 2
                    MOVE WS-PAR-LINHA TO AUDIT-RECORD-P2
                    WRITE AUDIT-RECORD-P2
                WHEN WS-PAR-REJEICAO AND WS-PARTICAO = 2
                    MOVE WS-PAR-LINHA TO REJECT-RECORD-P2
                    WRITE REJECT-RECORD-P2
                WHEN WS-PAR-RESULTADO AND WS-PARTICAO = 3
                    MOVE WS-PAR-LINHA TO RESULT-RECORD-P3
                    WRITE RESULT-RECORD-P3
                WHEN WS-PAR-AUDITORIA AND WS-PARTICAO = 3
                    MOVE WS-PAR-LINHA TO AUDIT-RECORD-P3
                    WRITE AUDIT-RECORD-P3
                WHEN WS-PAR-REJEICAO AND WS-PARTICAO = 3
                    MOVE WS-PAR-LINHA TO REJECT-RECORD-P3
                    WRITE REJECT-RECORD-P3
                WHEN WS-PAR-RESULTADO AND WS-PARTICAO = 4
                    MOVE WS-PAR-LINHA TO RESULT-RECORD-P4
                    WRITE RESULT-RECORD-P4
                WHEN WS-PAR-AUDITORIA AND WS-PARTICAO = 4
                    MOVE WS-PAR-LINHA TO AUDIT-RECORD-P4
                    WRITE AUDIT-RECORD-P4
                WHEN WS-PAR-REJEICAO AND WS-PARTICAO = 4
                    MOVE WS-PAR-LINHA TO REJECT-RECORD-P4
                    WRITE REJECT-RECORD-P4
            END-EVALUATE.
************************************************************************
       ABRIR-RESULTADO-PARTICAO.
************************************************************************
            EVALUATE WS-PARTICAO
                WHEN 1
                    OPEN INPUT RESULT-FILE-P1
                WHEN 2
                    OPEN INPUT RESULT-FILE-P2
                WHEN 3
                    OPEN INPUT RESULT-FILE-P3
                WHEN 4
                    OPEN INPUT RESULT-FILE-P4
            END-EVALUATE.
************************************************************************
       LER-RESULTADO-PARTICAO.
************************************************************************
            EVALUATE WS-PARTICAO
                WHEN 1
                    READ RESULT-FILE-P1
                        AT END
                            MOVE 'S' TO WS-FIM-RESULT-FLAG
                        NOT AT END
                            MOVE RESULT-RECORD-P1(7:78)
                                TO WS-RES-LINHA
                    END-READ
                WHEN 2
                    READ RESULT-FILE-P2
                        AT END
                            MOVE 'S' TO WS-FIM-RESULT-FLAG
                        NOT AT END
                            MOVE RESULT-RECORD-P2(7:78)
                                TO WS-RES-LINHA
                    END-READ
                WHEN 3
                    READ RESULT-FILE-P3
                        AT END
                            MOVE 'S' TO WS-FIM-RESULT-FLAG
                        NOT AT END
                            MOVE RESULT-RECORD-P3(7:78)
                                TO WS-RES-LINHA
                    END-READ
                WHEN 4
                    READ RESULT-FILE-P4
                        AT END
                            MOVE 'S' TO WS-FIM-RESULT-FLAG
                        NOT AT END
                            MOVE RESULT-RECORD-P4(7:78)
                                TO WS-RES-LINHA
                    END-READ
            END-EVALUATE.
************************************************************************
       FECHAR-RESULTADO-PARTICAO.
************************************************************************
            EVALUATE WS-PARTICAO
                WHEN 1
                    CLOSE RESULT-FILE-P1
                WHEN 2
                    CLOSE RESULT-FILE-P2
                WHEN 3
                    CLOSE RESULT-FILE-P3
                WHEN 4
                    CLOSE RESULT-FILE-P4
            END-EVALUATE.
************************************************************************
       LER-CHECKPOINT-PARTICAO.
************************************************************************
            MOVE ZEROS TO WS-CKPT-INICIO
            EVALUATE WS-PARTICAO
                WHEN 1
                    OPEN INPUT CHECKPOINT-FILE-P1
                    IF WS-FS-CKPT-P = '00'
                        READ CHECKPOINT-FILE-P1
                            NOT AT END
                                MOVE CHECKPOINT-RECORD-P1
                                    TO CHECKPOINT-RECORD
                                PERFORM RESTAURAR-CHECKPOINT
                        END-READ
                        CLOSE CHECKPOINT-FILE-P1
                    END-IF
                WHEN 2
                    OPEN INPUT CHECKPOINT-FILE-P2
                    IF WS-FS-CKPT-P = '00'
                        READ CHECKPOINT-FILE-P2
                            NOT AT END
                                MOVE CHECKPOINT-RECORD-P2
                                    TO CHECKPOINT-RECORD
                                PERFORM RESTAURAR-CHECKPOINT
                        END-READ
                        CLOSE CHECKPOINT-FILE-P2
                    END-IF
                WHEN 3
                    OPEN INPUT CHECKPOINT-FILE-P3
                    IF WS-FS-CKPT-P = '00'
                        READ CHECKPOINT-FILE-P3
                            NOT AT END
                                MOVE CHECKPOINT-RECORD-P3
                                    TO CHECKPOINT-RECORD
                                PERFORM RESTAURAR-CHECKPOINT
                        END-READ
                        CLOSE CHECKPOINT-FILE-P3
                    END-IF
                WHEN 4
                    OPEN INPUT CHECKPOINT-FILE-P4
                    IF WS-FS-CKPT-P = '00'
                        READ CHECKPOINT-FILE-P4
                            NOT AT END
                                MOVE CHECKPOINT-RECORD-P4
                                    TO CHECKPOINT-RECORD
                                PERFORM RESTAURAR-CHECKPOINT
                        END-READ
                        CLOSE CHECKPOINT-FILE-P4
                    END-IF
            END-EVALUATE.
************************************************************************
       RESTAURAR-CHECKPOINT.
************************************************************************
            MOVE CKPT-REC-NUM     TO WS-CKPT-INICIO
            MOVE CKPT-CNT-OK      TO WS-CNT-TRANS-OK
            MOVE CKPT-CNT-ERRO-01 TO WS-CNT-ERRO-01
            MOVE CKPT-CNT-ERRO-02 TO WS-CNT-ERRO-02
            MOVE CKPT-CNT-ERRO-03 TO WS-CNT-ERRO-03
            MOVE CKPT-CNT-ERRO-04 TO WS-CNT-ERRO-04
            MOVE CKPT-CNT-ERRO-05 TO WS-CNT-ERRO-05
            MOVE CKPT-CNT-ERRO-06 TO WS-CNT-ERRO-06
            MOVE CKPT-CNT-ERRO-07 TO WS-CNT-ERRO-07
            MOVE CKPT-CNT-ERRO-08 TO WS-CNT-ERRO-08
            MOVE CKPT-TOTAL-R     TO WS-TOTAL-R
            IF CKPT-CNT-ERRO-09 IS NUMERIC
                MOVE CKPT-CNT-ERRO-09 TO WS-CNT-ERRO-09
            END-IF
            IF CKPT-CNT-ERRO-10 IS NUMERIC
                MOVE CKPT-CNT-ERRO-10 TO WS-CNT-ERRO-10
            END-IF
            IF CKPT-CNT-ERRO-11 IS NUMERIC
                MOVE CKPT-CNT-ERRO-11 TO WS-CNT-ERRO-11
            END-IF.
************************************************************************
       GRAVAR-CHECKPOINT-PARTICAO.
************************************************************************
            EVALUATE WS-PARTICAO
                WHEN 1
                    MOVE CHECKPOINT-RECORD TO CHECKPOINT-RECORD-P1
                    OPEN OUTPUT CHECKPOINT-FILE-P1
                    WRITE CHECKPOINT-RECORD-P1
                    CLOSE CHECKPOINT-FILE-P1
                WHEN 2
                    MOVE CHECKPOINT-RECORD TO CHECKPOINT-RECORD-P2
                    OPEN OUTPUT CHECKPOINT-FILE-P2
                    WRITE CHECKPOINT-RECORD-P2
                    CLOSE CHECKPOINT-FILE-P2
                WHEN 3
                    MOVE CHECKPOINT-RECORD TO CHECKPOINT-RECORD-P3
                    OPEN OUTPUT CHECKPOINT-FILE-P3
                    WRITE CHECKPOINT-RECORD-P3
                    CLOSE CHECKPOINT-FILE-P3
                WHEN 4
                    MOVE CHECKPOINT-RECORD TO CHECKPOINT-RECORD-P4
                    OPEN OUTPUT CHECKPOINT-FILE-P4
                    WRITE CHECKPOINT-RECORD-P4
                    CLOSE CHECKPOINT-FILE-P4
            END-EVALUATE.
************************************************************************
       GRAVAR-CONTADORES-PARTICAO.
************************************************************************
      *    OS CONTADORES DA PARTICAO TEM O LAYOUT DE CALC2CNT MAIS O
      *    NUMERO DO LOTE, E SO SAO GRAVADOS COM A PARTICAO CONCLUIDA.
            PERFORM MONTAR-CONTADORES-LOTE
            MOVE COUNT2-RECORD TO WS-PAR-CNT-LOTE
            MOVE WS-RUN-NUMERO TO WS-PAR-CNT-NUMERO
            EVALUATE WS-PARTICAO
                WHEN 1
                    MOVE WS-PAR-CONTADORES TO COUNT-RECORD-P1
                    OPEN OUTPUT COUNT-FILE-P1
                    WRITE COUNT-RECORD-P1
                    CLOSE COUNT-FILE-P1
                WHEN 2
                    MOVE WS-PAR-CONTADORES TO COUNT-RECORD-P2
                    OPEN OUTPUT COUNT-FILE-P2
                    WRITE COUNT-RECORD-P2
                    CLOSE COUNT-FILE-P2
                WHEN 3
                    MOVE WS-PAR-CONTADORES TO COUNT-RECORD-P3
                    OPEN OUTPUT COUNT-FILE-P3
                    WRITE COUNT-RECORD-P3
                    CLOSE COUNT-FILE-P3
                WHEN 4
                    MOVE WS-PAR-CONTADORES TO COUNT-RECORD-P4
                    OPEN OUTPUT COUNT-FILE-P4
                    WRITE COUNT-RECORD-P4
                    CLOSE COUNT-FILE-P4
            END-EVALUATE.
       END PROGRAM CALCULO2.
