      * Date:      08/08/2026
      * Purpose:   JOB CONTROLADOR DO LOTE NOTURNO (CALCULOS3, CALCULOS,
      *            CALCULO2, COMANUNSTRING E CLIMANUT) COM RESTART POR
      *            PASSO. PASSOS DE CONDICAO 'M' NO PLANO (FECHAMENTO
      *            DO MES) SO RODAM NO PRIMEIRO DIA UTIL DO MES.
      *            PASSOS QUE DEPENDEM DE UMA ENTRADA EXTERNA (ARQUIVOS
      *            DAS FILIAIS, TRANSACOES DA CENTRAL) ESPERAM A
      *            CHEGADA DELA ATE O HORARIO LIMITE E, SEM ELA, FICAM
      *            ADIADOS ENQUANTO O RESTO DA NOITE RODA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    DEPENDENCIA) -- INCLUIR OU REORDENAR UM PASSO E UMA MUDANCA
      *    DE OPERACAO, NAO DE PROGRAMA. ENTRADAS CONSECUTIVAS COM O
      *    MESMO GRUPO (NAO ZERO) NAO DEPENDEM ENTRE SI E RODAM
      *    CONCORRENTES. A CONDICAO 'M' NA ULTIMA COLUNA RESTRINGE O
      *    PASSO AO PRIMEIRO DIA UTIL DO MES (FECHAMENTO MENSAL); NOS
      *    DEMAIS DIAS ELE FICA 'DISPENSADO' NO HISTORICO. A COLUNA
      *    SEGUINTE NOMEIA O GRUPO DE ENTRADAS EXTERNAS (LOTEENTR.DAT)
      *    DE QUE O PASSO DEPENDE; SEM ELAS NO PRAZO ELE FICA
      *    'ENT-ATRASO' E VOLTA NA RECUPERACAO.
           SELECT PLANO-FILE ASSIGN TO "data/LOTEPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT VERIF-FILE ASSIGN TO "data/LOTEVERIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VERIF.

      *    RETORNO DE CADA MEMBRO DE UM GRUPO CONCORRENTE: O COMANDO
      *    DE CADA MEMBRO ACRESCENTA AQUI UMA LINHA COM O NOME DO
      *    PASSO E O PROPRIO RETURN-CODE AO TERMINAR.
           SELECT GRUPORC-FILE ASSIGN TO "data/LOTEGRPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GRUPORC.

      *    ENTRADAS ESPERADAS DA NOITE (CONTROLE DA OPERACAO): GRUPO,
      *    ARQUIVO DE DADOS, MARCADOR DE TRANSMISSAO COMPLETA E
      *    HORARIO LIMITE DE CHEGADA (HHMMSS). O GRUPO E O QUE A
      *    ULTIMA COLUNA DO PLANO DE PASSOS CITA: O PASSO SO RODA COM
      *    TODAS AS ENTRADAS DO SEU GRUPO CHEGADAS. SEM ARQUIVO, NADA
      *    E ESPERADO (COMPORTAMENTO DE SEMPRE).
           SELECT ENTRADAS-FILE ASSIGN TO "data/LOTEENTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADAS.

      *    REGISTRO DE CHEGADA DAS ENTRADAS: UMA LINHA POR ENTRADA
      *    POR NOITE, COM O HORARIO LIMITE, O HORARIO EM QUE O
      *    MARCADOR FOI GRAVADO E O ATRASO EM MINUTOS -- E DAQUI QUE
      *    SAI A COBRANCA DE PONTUALIDADE DAS FILIAIS.
           SELECT ENTRLOG-FILE ASSIGN TO "data/LOTEENTRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRLOG.

      *    RESPOSTA DA SONDAGEM DE UMA ENTRADA: O COMANDO DE SISTEMA SO
      *    GRAVA ESTE ARQUIVO (COM O HORARIO DO MARCADOR) QUANDO O
      *    ARQUIVO DE DADOS E O MARCADOR EXISTEM.
           SELECT ENTRCHK-FILE ASSIGN TO "data/LOTEENTRCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRCHK.
       DATA DIVISION.
       FILE SECTION.
       FD  RESTART-FILE.
       01  CALCOSIN-RECORD                 PIC X(60).

       FD  CALCORES-FILE.
       01  CALCORES-RECORD                 PIC X(110).

       FD  INTAKE-FILE.
       01  INTAKE-RECORD.
           05  INTK-ORIGEM                 PIC X(08).

       FD  CUSTIMP1-FILE.
       01  CUSTIMP1-RECORD                 PIC X(80).

       FD  CUSTIMP2-FILE.
       01  CUSTIMP2-RECORD                 PIC X(80).

       FD  CUSTIMP3-FILE.
       01  CUSTIMP3-RECORD                 PIC X(80).

       FD  COUNT-FILE.
       01  COUNT-RECORD.
           05  CT-CONTROLE                 PIC 9(06).

       FD  CALC2TRN-FILE.
       01  CALC2TRN-RECORD                 PIC X(33).

       FD  CALC2RES-FILE.
       01  CALC2RES-RECORD                 PIC X(78).

       FD  CALC2REJ-FILE.
       01  CALC2REJ-RECORD                 PIC X(120).
           05  FILLER                      PIC X(01).
           05  VERIF-ARQ                   PIC X(30).

       FD  GRUPORC-FILE.
       01  GRUPORC-RECORD                  PIC X(30).

       FD  ENTRADAS-FILE.
       01  ENTRADAS-RECORD.
           05  ENT-GRUPO                   PIC X(10).
           05  FILLER                      PIC X(01).
           05  ENT-ARQUIVO                 PIC X(15).
           05  FILLER                      PIC X(01).
           05  ENT-MARCADOR                PIC X(15).
           05  FILLER                      PIC X(01).
           05  ENT-LIMITE                  PIC X(06).

       FD  ENTRLOG-FILE.
       01  ENTRLOG-RECORD.
           05  ELOG-DATA                   PIC X(10).
           05  FILLER                      PIC X(01).
           05  ELOG-GRUPO                  PIC X(10).
           05  FILLER                      PIC X(01).
           05  ELOG-ARQUIVO                PIC X(15).
           05  FILLER                      PIC X(01).
           05  ELOG-LIMITE                 PIC 9(06).
           05  FILLER                      PIC X(01).
           05  ELOG-CHEGADA                PIC X(06).
           05  FILLER                      PIC X(01).
           05  ELOG-ATRASO                 PIC 9(05).
           05  FILLER                      PIC X(01).
           05  ELOG-SITUACAO               PIC X(10).

       FD  ENTRCHK-FILE.
       01  ENTRCHK-RECORD                  PIC X(06).

       FD  PLANO-FILE.
       01  PLANO-RECORD.
           05  PLAN-PASSO                  PIC X(15).
           05  PLAN-ADIAVEL                PIC X(01).
           05  FILLER                      PIC X(01).
           05  PLAN-GRUPO                  PIC 9(02).
           05  FILLER                      PIC X(01).
           05  PLAN-CONDICAO               PIC X(01).
           05  FILLER                      PIC X(01).
           05  PLAN-ENTRADA                PIC X(10).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    HISTORICO (USADA PELA RECUPERACAO DOS ADIADOS) POR ENTRADA.
       77 WS-FS-PLANO                      PIC X(02) VALUE SPACES.
       01 WS-TAB-PLANO.
           05  WS-PLANO-ENT OCCURS 40 TIMES.
               10  WS-PLANO-PASSO          PIC X(15).
               10  WS-PLANO-CMD            PIC X(30).
               10  WS-PLANO-TOLERA         PIC X(01).
               10  WS-PLANO-ADIAVEL        PIC X(01).
               10  WS-PLANO-GRUPO          PIC 9(02).
               10  WS-PLANO-CONDICAO       PIC X(01).
               10  WS-PLANO-DONE           PIC X(01).
               10  WS-PLANO-SIT            PIC X(10).
      *    MARCA DE TRABALHO DO GRUPO CONCORRENTE CORRENTE: SO OS
      *    UM MEMBRO PULADO OU ADIADO PELO CORTE NAO PODE SER DADO
      *    COMO CONCLUIDO.
               10  WS-PLANO-NO-GRUPO       PIC X(01).
      *    RETURN-CODE DO MEMBRO LIDO DE LOTEGRPRC.DAT; 999 = O MEMBRO
      *    NAO DEIXOU LINHA (NEM CHEGOU AO FIM DO PROPRIO COMANDO).
               10  WS-PLANO-RC             PIC 9(03).
      *    GRUPO DE ENTRADAS EXTERNAS DE QUE O PASSO DEPENDE (BRANCO =
      *    NENHUMA), VER LOTEENTR.DAT.
               10  WS-PLANO-ENTRADA        PIC X(10).
       77 WS-QTD-PLANO                     PIC 9(02) VALUE ZEROS.
       77 WS-PLANO-IDX                     PIC 9(02) VALUE ZEROS.
       77 WS-PLANO-J                       PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    EXECUCAO CONCORRENTE DE UM GRUPO: OS COMANDOS DOS MEMBROS
      *    EXECUTAVEIS SAO ENCADEADOS NUM UNICO COMANDO DE SISTEMA COM
      *    '&' E 'wait'. CADA MEMBRO RODA NUM SUBSHELL QUE, AO FIM,
      *    ACRESCENTA O PROPRIO RETURN-CODE EM LOTEGRPRC.DAT: O MEMBRO
      *    COM ZERO FICA 'OK-GRUPO' E CONCLUIDO; O QUE FALHA FICA FORA
      *    DO ARQUIVO DE RESTART E INTERROMPE O LOTE DEPOIS DO 'wait',
      *    E UM RESTART REEXECUTA SO ELE (OS OUTROS MEMBROS JA ESTAO
      *    CONCLUIDOS). UM MEMBRO COM TOLERA-RC SO E CONFIRMADO PELO
      *    MARCADOR CALC2STAT, QUE E UNICO: NUM GRUPO, NO MAXIMO UM
      *    MEMBRO TOLERANTE.
       77 WS-GRUPO-CMD                     PIC X(600) VALUE SPACES.
       77 WS-GRUPO-PONT                    PIC 9(03) VALUE ZEROS.
       77 WS-FS-GRUPORC                    PIC X(02) VALUE SPACES.
       77 WS-FIM-GRUPORC-FLAG              PIC X(01) VALUE 'N'.
           88 WS-FIM-GRUPORC               VALUE 'S'.
       77 WS-GRC-PASSO                     PIC X(15) VALUE SPACES.
       77 WS-GRC-RC                        PIC X(05) VALUE SPACES.
       77 WS-GRUPO-FALHAS                  PIC 9(02) VALUE ZEROS.
       77 WS-GRUPO-FALHA-NOME              PIC X(15) VALUE SPACES.
       77 WS-GRUPO-QTD                     PIC 9(02) VALUE ZEROS.
       77 WS-GRUPO-UNICO                   PIC 9(02) VALUE ZEROS.
       77 WS-PLANO-SAV                     PIC 9(02) VALUE ZEROS.
       77 WS-TRAVA-ATIVA-FLAG              PIC X(01) VALUE 'N'.
           88 WS-TRAVA-ATIVA               VALUE 'S'.
      *-----------------------------------------------------------------
      *    PRIMEIRO DIA UTIL DO MES DO LOTE (PASSOS DE CONDICAO 'M'):
      *    O PRIMEIRO DIA QUE NAO E SABADO, DOMINGO NEM DATA DO
      *    CALENDARIO. CALCULADO UMA VEZ POR EXECUCAO.
       77 WS-PDU-CALCULADO-FLAG            PIC X(01) VALUE 'N'.
           88 WS-PDU-CALCULADO             VALUE 'S'.
       77 WS-PDU-HOJE-FLAG                 PIC X(01) VALUE 'N'.
           88 WS-PDU-HOJE                  VALUE 'S'.
       77 WS-PDU-ACHADO-FLAG               PIC X(01) VALUE 'N'.
           88 WS-PDU-ACHADO                VALUE 'S'.
       77 WS-PDU-ANO                       PIC 9(04) VALUE ZEROS.
       77 WS-PDU-MES                       PIC 9(02) VALUE ZEROS.
       77 WS-PDU-DIA-LOTE                  PIC 9(02) VALUE ZEROS.
       77 WS-PDU-DIA                       PIC 9(02) VALUE ZEROS.
       77 WS-PDU-AMD                       PIC 9(08) VALUE ZEROS.
       77 WS-PDU-SEMANA                    PIC 9(01) VALUE ZEROS.
       01 WS-TAB-FERIADOS.
           05  WS-FER-DIA OCCURS 31 TIMES  PIC 9(02).
       77 WS-QTD-FERIADOS                  PIC 9(02) VALUE ZEROS.
       77 WS-FER-IDX                       PIC 9(02) VALUE ZEROS.
       77 WS-FER-ACHADO                    PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    CORTE DE JANELA E RECUPERACAO DOS ADIADOS: 999999 VALE COMO
      *    SEM CORTE; CADA PASSO DIZ SE E ADIAVEL ANTES DO PERFORM, E
      *    O MODO RECUPERAR REEXECUTA SO OS PASSOS CUJA ULTIMA
       77 WS-FIM-JOBHIST-FLAG              PIC X(01) VALUE 'N'.
           88 WS-FIM-JOBHIST               VALUE 'S'.
       77 WS-QTD-RECUPERADOS               PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    ENTRADAS ESPERADAS E A SITUACAO DE CADA UMA NA NOITE:
      *    'P' PENDENTE (AINDA NAO SONDADA OU DENTRO DO PRAZO), 'C'
      *    CHEGOU, 'A' AUSENTE NO HORARIO LIMITE. OS HORARIOS SAO
      *    COMPARADOS EM SEGUNDOS NA JANELA DA NOITE: ANTES DO
      *    MEIO-DIA E MADRUGADA SEGUINTE (SOMA UM DIA), PARA UM LIMITE
      *    DE 02:00 FICAR DEPOIS DE UM INICIO AS 22:00.
       77 WS-FS-ENTRADAS                   PIC X(02) VALUE SPACES.
       77 WS-FS-ENTRLOG                    PIC X(02) VALUE SPACES.
       77 WS-FS-ENTRCHK                    PIC X(02) VALUE SPACES.
       77 WS-FIM-ENTRADAS-FLAG             PIC X(01) VALUE 'N'.
           88 WS-FIM-ENTRADAS              VALUE 'S'.
       01 WS-TAB-ENTRADAS.
           05  WS-ENT-ENT OCCURS 20 TIMES.
               10  WS-ENT-GRUPO            PIC X(10).
               10  WS-ENT-ARQUIVO          PIC X(15).
               10  WS-ENT-MARCADOR         PIC X(15).
               10  WS-ENT-LIMITE           PIC 9(06).
               10  WS-ENT-SIT              PIC X(01).
               10  WS-ENT-CHEGADA          PIC X(06).
       77 WS-QTD-ENTRADAS                  PIC 9(02) VALUE ZEROS.
       77 WS-ENT-IDX                       PIC 9(02) VALUE ZEROS.
       77 WS-ENT-GRUPO-PROCURA             PIC X(10) VALUE SPACES.
       77 WS-ENTRADA-FALTOU-FLAG           PIC X(01) VALUE 'N'.
           88 WS-ENTRADA-FALTOU            VALUE 'S'.
       77 WS-ENT-FALTOU-ARQ                PIC X(15) VALUE SPACES.
       77 WS-QTD-ENT-FALTANDO              PIC 9(02) VALUE ZEROS.
       77 WS-SEM-TRANSACOES-FLAG           PIC X(01) VALUE 'N'.
           88 WS-SEM-TRANSACOES            VALUE 'S'.
       77 WS-SEM-FILIAIS-FLAG              PIC X(01) VALUE 'N'.
           88 WS-SEM-FILIAIS               VALUE 'S'.
      *    NA RECUPERACAO, ENTRADAS QUE CHEGARAM ATRASADAS E CUJOS
      *    PASSOS RODARAM AGORA: AS SAIDAS DELAS SAO CONFERIDAS AQUI.
       77 WS-RECUP-TRANSACOES-FLAG         PIC X(01) VALUE 'N'.
           88 WS-RECUP-TRANSACOES          VALUE 'S'.
       77 WS-RECUP-FILIAIS-FLAG            PIC X(01) VALUE 'N'.
           88 WS-RECUP-FILIAIS             VALUE 'S'.
      *    INTERVALO ENTRE SONDAGENS EM SEGUNDOS (CHAVE ENTRINTERVALO
      *    DO ARQUIVO DE PARAMETROS; SEM ELA, UM MINUTO).
       77 WS-ENT-INTERVALO                 PIC 9(04) VALUE 60.
       77 WS-ENT-CMD                       PIC X(200) VALUE SPACES.
       77 WS-ENT-ELOG-SIT                  PIC X(10) VALUE SPACES.
       01 WS-ENT-HORA-X.
           05  WS-ENT-HH                   PIC 9(02).
           05  WS-ENT-MM                   PIC 9(02).
           05  WS-ENT-SS                   PIC 9(02).
       01 WS-ENT-HORA REDEFINES WS-ENT-HORA-X PIC 9(06).
       77 WS-ENT-SEG                       PIC 9(06) VALUE ZEROS.
       77 WS-ENT-SEG-LIMITE                PIC 9(06) VALUE ZEROS.
       77 WS-ENT-SEG-CHEGADA               PIC 9(06) VALUE ZEROS.
       77 WS-ENT-SEG-AGORA                 PIC 9(06) VALUE ZEROS.
       77 WS-FIM-ENTRLOG-FLAG              PIC X(01) VALUE 'N'.
           88 WS-FIM-ENTRLOG               VALUE 'S'.
       77 WS-ENT-J                         PIC 9(02) VALUE ZEROS.
       77 WS-ENT-ATRASO                    PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                STOP RUN
            END-IF

            PERFORM CARREGAR-ENTRADAS

            IF WS-MODO-RECUPERA
                PERFORM EXECUTAR-RECUPERACAO
                PERFORM LIBERAR-TRAVA

            CLOSE RESTART-FILE

      *    TODA ENTRADA ESPERADA SAI NO REGISTRO DE CHEGADA DA NOITE,
      *    MESMO A QUE NENHUM PASSO CHEGOU A ESPERAR.
            PERFORM REGISTRAR-ENTRADAS-RESTANTES

      *    A DECLARACAO DE SUCESSO PASSA PELA VERIFICACAO DAS SAIDAS:
      *    SE ALGUM ARQUIVO DA NOITE NAO BATE, O LOTE NAO E DECLARADO
      *    CONCLUIDO E O ARQUIVO EM FALHA E NOMEADO AO OPERADOR.
            PERFORM VERIFICAR-LOTE
            IF WS-VERIF-OK
                PERFORM GRAVAR-DATA-PROCESSADA
                IF WS-QTD-ENT-FALTANDO > 0
                    DISPLAY 'LOTE NOTURNO CONCLUIDO COM '
                            WS-QTD-ENT-FALTANDO ' ENTRADA(S) AUSENTE(S)'
                            '; PASSOS DEPENDENTES ADIADOS PARA A '
                            'RECUPERACAO.'
                ELSE
                    DISPLAY 'LOTE NOTURNO CONCLUIDO COM SUCESSO.'
                END-IF
            ELSE
                DISPLAY 'LOTE NOTURNO NAO CONCLUIDO: VERIFICACAO '
                        'FALHOU EM ' WS-VERIF-ARQ
       GUARDAR-ENTRADA-PLANO.
      *-----------------------------------------------------------------
            IF PLAN-PASSO NOT = SPACES AND PLAN-PASSO(1:1) NOT = '*'
                IF WS-QTD-PLANO < 40
                    ADD 1 TO WS-QTD-PLANO
                    MOVE PLAN-PASSO
                        TO WS-PLANO-PASSO(WS-QTD-PLANO)
                    ELSE
                        MOVE ZEROS TO WS-PLANO-GRUPO(WS-QTD-PLANO)
                    END-IF
                    MOVE PLAN-CONDICAO
                        TO WS-PLANO-CONDICAO(WS-QTD-PLANO)
                    MOVE PLAN-ENTRADA
                        TO WS-PLANO-ENTRADA(WS-QTD-PLANO)
                    MOVE 'N'    TO WS-PLANO-DONE(WS-QTD-PLANO)
                    MOVE 'N'    TO WS-PLANO-NO-GRUPO(WS-QTD-PLANO)
                    MOVE SPACES TO WS-PLANO-SIT(WS-QTD-PLANO)
            MOVE WS-PLANO-TOLERA(WS-PLANO-IDX)  TO WS-PASSO-TOLERA-RC
            MOVE WS-PLANO-ADIAVEL(WS-PLANO-IDX) TO WS-PASSO-ADIAVEL
            MOVE WS-PLANO-DONE(WS-PLANO-IDX)    TO WS-PASSO-JA-FEITO
            MOVE 'N' TO WS-ENTRADA-FALTOU-FLAG
            IF WS-PLANO-ENTRADA(WS-PLANO-IDX) NOT = SPACES
               AND NOT WS-PASSO-CONCLUIDO
                MOVE WS-PLANO-ENTRADA(WS-PLANO-IDX)
                    TO WS-ENT-GRUPO-PROCURA
                PERFORM AGUARDAR-ENTRADAS-GRUPO
            END-IF
            IF WS-PLANO-CONDICAO(WS-PLANO-IDX) = 'M'
               AND NOT WS-PASSO-CONCLUIDO
                PERFORM VERIFICAR-PRIMEIRO-DIA-UTIL
            END-IF
            IF WS-ENTRADA-FALTOU
      *    SEM A ENTRADA O PASSO NAO RODA NEM ENTRA NO ARQUIVO DE
      *    RESTART; A RECUPERACAO O EXECUTA QUANDO ELA CHEGAR.
                DISPLAY 'PASSO ADIADO (ENTRADA ' WS-ENT-FALTOU-ARQ
                        ' NAO CHEGOU NO PRAZO): ' WS-PASSO-NOME
                MOVE SPACES       TO WS-HORA-INI WS-HORA-FIM
                MOVE ZEROS        TO WS-SEG-DURACAO WS-PASSO-RC
                MOVE 'ENT-ATRASO' TO WS-JOBH-SITUACAO
                PERFORM GRAVAR-HISTORICO-PASSO
            ELSE
            IF WS-PLANO-CONDICAO(WS-PLANO-IDX) = 'M'
               AND NOT WS-PASSO-CONCLUIDO AND NOT WS-PDU-HOJE
      *    FORA DO PRIMEIRO DIA UTIL O PASSO NAO RODA NEM ENTRA NO
      *    ARQUIVO DE RESTART: UM RESTART REAVALIA A MESMA CONDICAO.
                DISPLAY 'PASSO DISPENSADO (SO NO PRIMEIRO DIA UTIL DO '
                        'MES): ' WS-PASSO-NOME
                MOVE SPACES       TO WS-HORA-INI WS-HORA-FIM
                MOVE ZEROS        TO WS-SEG-DURACAO WS-PASSO-RC
                MOVE 'DISPENSADO' TO WS-JOBH-SITUACAO
                PERFORM GRAVAR-HISTORICO-PASSO
            ELSE
                PERFORM EXECUTAR-PASSO
                MOVE WS-PASSO-JA-FEITO TO WS-PLANO-DONE(WS-PLANO-IDX)
            END-IF
            END-IF.
      *-----------------------------------------------------------------
       EXECUTAR-GRUPO-CONCORRENTE.
      *-----------------------------------------------------------------
                    MOVE 'S' TO WS-MEMBRO-ADIA-FLAG
                END-IF
            END-IF
      *    UM MEMBRO DE CONDICAO 'M' FORA DO PRIMEIRO DIA UTIL TAMBEM
      *    SAI DO ENCADEAMENTO: O FLUXO SERIAL O REGISTRA DISPENSADO.
            IF WS-PLANO-CONDICAO(WS-PLANO-J) = 'M'
               AND WS-PLANO-DONE(WS-PLANO-J) NOT = 'S'
                PERFORM VERIFICAR-PRIMEIRO-DIA-UTIL
                IF NOT WS-PDU-HOJE
                    MOVE 'S' TO WS-MEMBRO-ADIA-FLAG
                END-IF
            END-IF
      *    IDEM PARA O MEMBRO CUJA ENTRADA NAO CHEGOU: A ESPERA
      *    ACONTECE AQUI, ANTES DE MONTAR O COMANDO DO GRUPO, E O
      *    FLUXO SERIAL SO O REGISTRA ADIADO.
            IF WS-PLANO-ENTRADA(WS-PLANO-J) NOT = SPACES
               AND WS-PLANO-DONE(WS-PLANO-J) NOT = 'S'
                MOVE WS-PLANO-ENTRADA(WS-PLANO-J)
                    TO WS-ENT-GRUPO-PROCURA
                PERFORM AGUARDAR-ENTRADAS-GRUPO
                IF WS-ENTRADA-FALTOU
                    MOVE 'S' TO WS-MEMBRO-ADIA-FLAG
                END-IF
            END-IF
            IF WS-PLANO-DONE(WS-PLANO-J) = 'S' OR WS-MEMBRO-ADIADO
      *    O FLUXO SERIAL SO VAI REGISTRAR PULADO/ADIADO, SEM EXECUTAR.
                MOVE WS-PLANO-IDX TO WS-PLANO-SAV
                ADD 1 TO WS-GRUPO-QTD
                MOVE WS-PLANO-J TO WS-GRUPO-UNICO
                MOVE 'S' TO WS-PLANO-NO-GRUPO(WS-PLANO-J)
                MOVE 999 TO WS-PLANO-RC(WS-PLANO-J)
                STRING '(' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PLANO-CMD(WS-PLANO-J))
                           DELIMITED BY SIZE
                       '; echo ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PLANO-PASSO(WS-PLANO-J))
                           DELIMITED BY SIZE
                       ' $? >>data/LOTEGRPRC.DAT) & '
                           DELIMITED BY SIZE
                       INTO WS-GRUPO-CMD
                       WITH POINTER WS-GRUPO-PONT
                END-STRING
            END-STRING
            DISPLAY 'EXECUTANDO GRUPO CONCORRENTE ('
                    WS-GRUPO-QTD ' PASSOS): ' WS-GRUPO-CMD(1:80)
            OPEN OUTPUT GRUPORC-FILE
            CLOSE GRUPORC-FILE
            ACCEPT WS-HORA-INI FROM TIME
            CALL 'SYSTEM' USING WS-GRUPO-CMD
            ACCEPT WS-HORA-FIM FROM TIME
            PERFORM CALCULAR-DURACAO-PASSO
            PERFORM LER-RETORNOS-GRUPO

      *    A SITUACAO 'OK-GRUPO' REGISTRA QUE O MEMBRO RODOU DENTRO DE
      *    UM GRUPO CONCORRENTE (A DURACAO E A DO GRUPO INTEIRO). O
      *    MEMBRO QUE FALHOU FICA 'FALHA' E FORA DO RESTART; OS DEMAIS
      *    MEMBROS SAO REGISTRADOS ANTES DE O LOTE SER INTERROMPIDO,
      *    PARA O RESTART NAO REPETIR O QUE JA CONCLUIU.
            MOVE ZEROS  TO WS-GRUPO-FALHAS
            MOVE SPACES TO WS-GRUPO-FALHA-NOME
            MOVE WS-PLANO-IDX TO WS-PLANO-J
            PERFORM UNTIL WS-PLANO-J > WS-PLANO-FIM-GRUPO
                IF WS-PLANO-NO-GRUPO(WS-PLANO-J) = 'S'
                    PERFORM AVALIAR-MEMBRO-GRUPO
                END-IF
                ADD 1 TO WS-PLANO-J
            END-PERFORM
            IF WS-GRUPO-FALHAS > 0
                MOVE WS-GRUPO-FALHA-NOME TO WS-PASSO-NOME
                PERFORM INTERROMPER-LOTE
            END-IF.
      *-----------------------------------------------------------------
       LER-RETORNOS-GRUPO.
      *-----------------------------------------------------------------
      *    CADA LINHA E 'PASSO RC'; A LINHA E CASADA COM OS MEMBROS
      *    ENCADEADOS NO COMANDO DO GRUPO.
            MOVE 'N' TO WS-FIM-GRUPORC-FLAG
            OPEN INPUT GRUPORC-FILE
            IF WS-FS-GRUPORC = '00'
                PERFORM UNTIL WS-FIM-GRUPORC
                    READ GRUPORC-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-GRUPORC-FLAG
                        NOT AT END
                            PERFORM GUARDAR-RETORNO-GRUPO
                    END-READ
                END-PERFORM
                CLOSE GRUPORC-FILE
            END-IF.
      *-----------------------------------------------------------------
       GUARDAR-RETORNO-GRUPO.
      *-----------------------------------------------------------------
            MOVE SPACES TO WS-GRC-PASSO WS-GRC-RC
            UNSTRING GRUPORC-RECORD DELIMITED BY ALL SPACE
                INTO WS-GRC-PASSO WS-GRC-RC
            END-UNSTRING
            MOVE WS-PLANO-IDX TO WS-PLANO-J
            PERFORM UNTIL WS-PLANO-J > WS-PLANO-FIM-GRUPO
                IF WS-PLANO-NO-GRUPO(WS-PLANO-J) = 'S'
                   AND WS-PLANO-PASSO(WS-PLANO-J) = WS-GRC-PASSO
                   AND FUNCTION TRIM(WS-GRC-RC) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-GRC-RC)
                        TO WS-PLANO-RC(WS-PLANO-J)
                END-IF
                ADD 1 TO WS-PLANO-J
            END-PERFORM.
      *-----------------------------------------------------------------
       AVALIAR-MEMBRO-GRUPO.
      *-----------------------------------------------------------------
      *    MESMO CRITERIO DE EXECUTAR-PASSO, COM O RC DO PROPRIO
      *    MEMBRO: ZERO CONCLUI; NAO-ZERO TOLERADO E CONFIRMADO PELO
      *    MARCADOR VIRA PENDENCIAS; O RESTO E FALHA.
            MOVE WS-PLANO-PASSO(WS-PLANO-J) TO WS-PASSO-NOME
            MOVE WS-PLANO-RC(WS-PLANO-J)    TO WS-PASSO-RC
            MOVE 'N' TO WS-MARCADOR-FLAG
            IF WS-PASSO-RC NOT = 0 AND WS-PLANO-TOLERA(WS-PLANO-J) = 'S'
                PERFORM VERIFICAR-MARCADOR-PASSO
            END-IF
            IF WS-PASSO-RC = 0 OR WS-MARCADOR-CONFIRMADO
                IF WS-PASSO-RC = 0
                    DISPLAY 'PASSO CONCLUIDO: ' WS-PASSO-NOME
                    MOVE 'OK-GRUPO' TO WS-JOBH-SITUACAO
                ELSE
                    DISPLAY 'PASSO CONCLUIDO COM PENDENCIAS: '
                            WS-PASSO-NOME ' (TRANSACOES REJEITADAS'
                            ', RETURN-CODE=' WS-PASSO-RC ')'
                    MOVE 'PENDENCIAS' TO WS-JOBH-SITUACAO
                END-IF
                PERFORM GRAVAR-HISTORICO-PASSO
                PERFORM GRAVAR-PASSO-CONCLUIDO
                MOVE 'S' TO WS-PLANO-DONE(WS-PLANO-J)
            ELSE
                IF WS-PASSO-RC = 999
                    DISPLAY 'ERRO NO PASSO ' WS-PASSO-NOME
                            ' (SEM RETURN-CODE DO GRUPO CONCORRENTE)'
                ELSE
                    DISPLAY 'ERRO NO PASSO ' WS-PASSO-NOME
                            ' (RETURN-CODE=' WS-PASSO-RC ')'
                END-IF
                MOVE 'FALHA' TO WS-JOBH-SITUACAO
                PERFORM GRAVAR-HISTORICO-PASSO
                IF WS-GRUPO-FALHAS = 0
                    MOVE WS-PASSO-NOME TO WS-GRUPO-FALHA-NOME
                END-IF
                ADD 1 TO WS-GRUPO-FALHAS
            END-IF.
      *-----------------------------------------------------------------
       EXECUTAR-PASSO.
      *-----------------------------------------------------------------
                    ELSE
                        DISPLAY 'ERRO NO PASSO ' WS-PASSO-NOME
                                ' (RETURN-CODE=' WS-PASSO-RC ')'
                        MOVE 'FALHA' TO WS-JOBH-SITUACAO
                        PERFORM GRAVAR-HISTORICO-PASSO
                        PERFORM INTERROMPER-LOTE
                    END-IF
                END-IF
            END-IF
            END-IF.
      *-----------------------------------------------------------------
       INTERROMPER-LOTE.
      *-----------------------------------------------------------------
      *    FIM DO LOTE POR FALHA DE PASSO (SERIAL OU MEMBRO DE GRUPO
      *    CONCORRENTE); WS-PASSO-NOME E O PASSO QUE FALHOU.
            DISPLAY 'LOTE INTERROMPIDO. CORRIJA O PASSO E '
                    'REEXECUTE COM O PARAMETRO RESTART.'
            CLOSE RESTART-FILE
      *    MESMO NUM LOTE INTERROMPIDO O QUADRO DE ALERTAS DA MANHA
      *    PRECISA SER O DA NOITE CORRENTE: O RESULTADO 'NAO-EXEC' DA
      *    VERIFICACAO (QUE NEM CHEGOU A RODAR) E PERSISTIDO E O
      *    LOTALERTA E CHAMADO AQUI TAMBEM, SENAO O ALERTAS.DAT DA
      *    NOITE ANTERIOR FICARIA NO LUGAR PASSANDO POR ATUAL.
            OPEN OUTPUT VERIF-FILE
            MOVE SPACES TO VERIF-RECORD
            MOVE 'NAO-EXEC'    TO VERIF-SITUACAO
            MOVE WS-PASSO-NOME TO VERIF-ARQ
            WRITE VERIF-RECORD
            CLOSE VERIF-FILE
            MOVE './lotalerta' TO WS-PASSO-CMD
            CALL 'SYSTEM' USING WS-PASSO-CMD
      *    UM ENSAIO INTERROMPIDO TAMBEM DEVOLVE A PRODUCAO: O ABEND
      *    DO PASSO NAO PODE DEIXAR O JOGO VIVO COM DADOS DE ENSAIO.
            IF WS-MODO-ENSAIO
                PERFORM ENSAIO-ENCERRAR
                DISPLAY 'ENSAIO INTERROMPIDO: SAIDAS EM '
                        'data/ENSAIO, PRODUCAO RESTAURADA.'
            END-IF
      *    O CALL 'SYSTEM' DA RESTAURACAO DO ENSAIO SOBRESCREVE
      *    RETURN-CODE; A FALHA DO PASSO E REAFIRMADA AQUI PARA O
      *    CHAMADOR NUNCA VER UM LOTE INTERROMPIDO SAIR COM ZERO.
            MOVE 8 TO RETURN-CODE
            PERFORM LIBERAR-TRAVA
            STOP RUN.
      *-----------------------------------------------------------------
       LER-HORA-CORTE.
      *-----------------------------------------------------------------
                                    MOVE WS-PRM-NUM TO WS-HORA-CORTE
                                END-IF
                            END-IF
      *    O INTERVALO DE SONDAGEM DAS ENTRADAS VEM DO MESMO ARQUIVO.
                            IF PRM-CHAVE = 'ENTRINTERVALO'
                                COMPUTE WS-PRM-NUM
                                      = FUNCTION NUMVAL(PRM-VALOR)
                                IF WS-PRM-NUM >= 10
                                   AND WS-PRM-NUM <= 3600
                                    MOVE WS-PRM-NUM
                                        TO WS-ENT-INTERVALO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARAM-FILE
      *-----------------------------------------------------------------
            ACCEPT WS-HORA-AGORA-X FROM TIME
            MOVE WS-HORA-AGORA-X(1:6) TO WS-HORA-AGORA.
      *-----------------------------------------------------------------
       CARREGAR-ENTRADAS.
      *-----------------------------------------------------------------
      *    CARREGA AS ENTRADAS ESPERADAS (LINHAS EM BRANCO OU
      *    COMECANDO COM '*' SAO COMENTARIO) E DA COMO CHEGADAS AS QUE
      *    O REGISTRO DE CHEGADA JA TEM NA DATA DO LOTE: UM RESTART
      *    NAO ESPERA DE NOVO UM MARCADOR QUE A PRIMEIRA EXECUCAO JA
      *    CONSUMIU. O ENSAIO RODA SOBRE O JOGO DE DADOS PRESENTE E
      *    NAO ESPERA ENTRADA NENHUMA.
            MOVE ZEROS TO WS-QTD-ENTRADAS WS-QTD-ENT-FALTANDO
            IF NOT WS-MODO-ENSAIO
                MOVE 'N' TO WS-FIM-ENTRADAS-FLAG
                OPEN INPUT ENTRADAS-FILE
                IF WS-FS-ENTRADAS = '00'
                    PERFORM UNTIL WS-FIM-ENTRADAS
                        READ ENTRADAS-FILE
                            AT END
                                MOVE 'S' TO WS-FIM-ENTRADAS-FLAG
                            NOT AT END
                                PERFORM GUARDAR-ENTRADA-ESPERADA
                        END-READ
                    END-PERFORM
                    CLOSE ENTRADAS-FILE
                END-IF
            END-IF
            IF WS-QTD-ENTRADAS > 0
                PERFORM LER-CHEGADAS-DO-LOTE
            END-IF.
      *-----------------------------------------------------------------
       GUARDAR-ENTRADA-ESPERADA.
      *-----------------------------------------------------------------
            IF ENT-GRUPO NOT = SPACES AND ENT-GRUPO(1:1) NOT = '*'
                IF ENT-LIMITE IS NUMERIC AND ENT-LIMITE <= '235959'
                   AND WS-QTD-ENTRADAS < 20
                    ADD 1 TO WS-QTD-ENTRADAS
                    MOVE ENT-GRUPO
                        TO WS-ENT-GRUPO(WS-QTD-ENTRADAS)
                    MOVE ENT-ARQUIVO
                        TO WS-ENT-ARQUIVO(WS-QTD-ENTRADAS)
                    MOVE ENT-MARCADOR
                        TO WS-ENT-MARCADOR(WS-QTD-ENTRADAS)
                    MOVE ENT-LIMITE
                        TO WS-ENT-LIMITE(WS-QTD-ENTRADAS)
                    MOVE 'P'    TO WS-ENT-SIT(WS-QTD-ENTRADAS)
                    MOVE SPACES TO WS-ENT-CHEGADA(WS-QTD-ENTRADAS)
                ELSE
                    DISPLAY 'ENTRADA ESPERADA IGNORADA (LIMITE '
                            'INVALIDO OU TABELA CHEIA): ' ENT-ARQUIVO
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       LER-CHEGADAS-DO-LOTE.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-FIM-ENTRLOG-FLAG
            OPEN INPUT ENTRLOG-FILE
            IF WS-FS-ENTRLOG = '00'
                PERFORM UNTIL WS-FIM-ENTRLOG
                    READ ENTRLOG-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ENTRLOG-FLAG
                        NOT AT END
                            IF ELOG-DATA = WS-DATA-LOTE
                               AND (ELOG-SITUACAO = 'NO PRAZO'
                                 OR ELOG-SITUACAO = 'ATRASADO')
                                PERFORM MARCAR-CHEGADA-ANTERIOR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ENTRLOG-FILE
            END-IF.
      *-----------------------------------------------------------------
       MARCAR-CHEGADA-ANTERIOR.
      *-----------------------------------------------------------------
            MOVE 1 TO WS-ENT-J
            PERFORM UNTIL WS-ENT-J > WS-QTD-ENTRADAS
                IF WS-ENT-ARQUIVO(WS-ENT-J) = ELOG-ARQUIVO
                    MOVE 'C'          TO WS-ENT-SIT(WS-ENT-J)
                    MOVE ELOG-CHEGADA TO WS-ENT-CHEGADA(WS-ENT-J)
                END-IF
                ADD 1 TO WS-ENT-J
            END-PERFORM.
      *-----------------------------------------------------------------
       AGUARDAR-ENTRADAS-GRUPO.
      *-----------------------------------------------------------------
      *    ESPERA CADA ENTRADA AINDA PENDENTE DO GRUPO DO PASSO ATE O
      *    LIMITE DELA; SE ALGUMA FICOU AUSENTE, O PASSO E ADIADO. NA
      *    RECUPERACAO A ENTRADA E SONDADA UMA VEZ, SEM ESPERA. UM
      *    GRUPO SEM LINHA NA TABELA NAO ESPERA NADA.
            MOVE 'N'    TO WS-ENTRADA-FALTOU-FLAG
            MOVE SPACES TO WS-ENT-FALTOU-ARQ
            MOVE 1 TO WS-ENT-IDX
            PERFORM UNTIL WS-ENT-IDX > WS-QTD-ENTRADAS
                IF WS-ENT-GRUPO(WS-ENT-IDX) = WS-ENT-GRUPO-PROCURA
                    IF WS-MODO-RECUPERA
                        IF WS-ENT-SIT(WS-ENT-IDX) = 'P'
                            PERFORM SONDAR-ENTRADA
                        END-IF
                    ELSE
                        IF WS-ENT-SIT(WS-ENT-IDX) = 'P'
                            PERFORM AGUARDAR-ENTRADA
                        END-IF
                    END-IF
                    IF WS-ENT-SIT(WS-ENT-IDX) NOT = 'C'
                        MOVE 'S' TO WS-ENTRADA-FALTOU-FLAG
                        IF WS-ENT-FALTOU-ARQ = SPACES
                            MOVE WS-ENT-ARQUIVO(WS-ENT-IDX)
                                TO WS-ENT-FALTOU-ARQ
                        END-IF
                    END-IF
                END-IF
                ADD 1 TO WS-ENT-IDX
            END-PERFORM.
      *-----------------------------------------------------------------
       AGUARDAR-ENTRADA.
      *-----------------------------------------------------------------
      *    SONDA A ENTRADA ATE ELA CHEGAR OU O LIMITE PASSAR, DORMINDO
      *    O INTERVALO ENTRE AS SONDAGENS (COMANDO DE SISTEMA, COMO OS
      *    PROPRIOS PASSOS). PASSADO O LIMITE SEM ELA, A ENTRADA FICA
      *    AUSENTE PELO RESTO DA NOITE E ISSO VAI PARA O REGISTRO.
            PERFORM SONDAR-ENTRADA
            IF WS-ENT-SIT(WS-ENT-IDX) = 'P'
                DISPLAY 'AGUARDANDO ENTRADA '
                        WS-ENT-ARQUIVO(WS-ENT-IDX) ' (LIMITE '
                        WS-ENT-LIMITE(WS-ENT-IDX) ')'
            END-IF
            PERFORM UNTIL WS-ENT-SIT(WS-ENT-IDX) NOT = 'P'
                PERFORM OBTER-HORA-AGORA
                MOVE WS-HORA-AGORA TO WS-ENT-HORA
                PERFORM CONVERTER-HORA-JANELA
                MOVE WS-ENT-SEG TO WS-ENT-SEG-AGORA
                MOVE WS-ENT-LIMITE(WS-ENT-IDX) TO WS-ENT-HORA
                PERFORM CONVERTER-HORA-JANELA
                IF WS-ENT-SEG-AGORA > WS-ENT-SEG
                    MOVE 'A' TO WS-ENT-SIT(WS-ENT-IDX)
                    ADD 1 TO WS-QTD-ENT-FALTANDO
                    DISPLAY 'ENTRADA AUSENTE NO LIMITE '
                            WS-ENT-LIMITE(WS-ENT-IDX) ': '
                            WS-ENT-ARQUIVO(WS-ENT-IDX)
                    MOVE ZEROS     TO WS-ENT-ATRASO
                    MOVE 'AUSENTE' TO WS-ENT-ELOG-SIT
                    PERFORM GRAVAR-CHEGADA-ENTRADA
                ELSE
                    MOVE SPACES TO WS-ENT-CMD
                    STRING 'sleep ' DELIMITED BY SIZE
                           WS-ENT-INTERVALO DELIMITED BY SIZE
                           INTO WS-ENT-CMD
                    END-STRING
                    CALL 'SYSTEM' USING WS-ENT-CMD
                    PERFORM SONDAR-ENTRADA
                END-IF
            END-PERFORM.
      *-----------------------------------------------------------------
       SONDAR-ENTRADA.
      *-----------------------------------------------------------------
      *    A ENTRADA CHEGOU QUANDO O ARQUIVO DE DADOS E O MARCADOR DE
      *    TRANSMISSAO COMPLETA EXISTEM -- SO O ARQUIVO, SEM O
      *    MARCADOR, AINDA ESTA SENDO TRANSMITIDO. O HORARIO DE
      *    CHEGADA E O DA GRAVACAO DO MARCADOR.
            MOVE SPACES TO WS-ENT-CMD
            STRING 'rm -f data/LOTEENTRCHK.DAT; if [ -f data/'
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENT-ARQUIVO(WS-ENT-IDX))
                       DELIMITED BY SIZE
                   ' ] && [ -f data/' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENT-MARCADOR(WS-ENT-IDX))
                       DELIMITED BY SIZE
                   ' ]; then date -r data/' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENT-MARCADOR(WS-ENT-IDX))
                       DELIMITED BY SIZE
                   ' +%H%M%S >data/LOTEENTRCHK.DAT; fi'
                       DELIMITED BY SIZE
                   INTO WS-ENT-CMD
            END-STRING
            CALL 'SYSTEM' USING WS-ENT-CMD
            OPEN INPUT ENTRCHK-FILE
            IF WS-FS-ENTRCHK = '00'
                READ ENTRCHK-FILE
                    NOT AT END
                        IF ENTRCHK-RECORD IS NUMERIC
                            MOVE 'C' TO WS-ENT-SIT(WS-ENT-IDX)
                            MOVE ENTRCHK-RECORD
                                TO WS-ENT-CHEGADA(WS-ENT-IDX)
                        END-IF
                END-READ
                CLOSE ENTRCHK-FILE
            END-IF
            IF WS-ENT-SIT(WS-ENT-IDX) = 'C'
                PERFORM REGISTRAR-CHEGADA
            END-IF.
      *-----------------------------------------------------------------
       REGISTRAR-CHEGADA.
      *-----------------------------------------------------------------
      *    ATRASO EM MINUTOS ALEM DO LIMITE (ZERO NO PRAZO). DEPOIS DE
      *    REGISTRADO, O MARCADOR E RENOMEADO (.LIDO) PARA A NOITE
      *    SEGUINTE NAO O TOMAR POR UMA TRANSMISSAO NOVA.
            MOVE WS-ENT-CHEGADA(WS-ENT-IDX) TO WS-ENT-HORA
            PERFORM CONVERTER-HORA-JANELA
            MOVE WS-ENT-SEG TO WS-ENT-SEG-CHEGADA
            MOVE WS-ENT-LIMITE(WS-ENT-IDX) TO WS-ENT-HORA
            PERFORM CONVERTER-HORA-JANELA
            MOVE WS-ENT-SEG TO WS-ENT-SEG-LIMITE
            IF WS-ENT-SEG-CHEGADA > WS-ENT-SEG-LIMITE
                COMPUTE WS-ENT-ATRASO =
                        (WS-ENT-SEG-CHEGADA - WS-ENT-SEG-LIMITE) / 60
                MOVE 'ATRASADO' TO WS-ENT-ELOG-SIT
            ELSE
                MOVE ZEROS      TO WS-ENT-ATRASO
                MOVE 'NO PRAZO' TO WS-ENT-ELOG-SIT
            END-IF
            DISPLAY 'ENTRADA RECEBIDA: ' WS-ENT-ARQUIVO(WS-ENT-IDX)
                    ' AS ' WS-ENT-CHEGADA(WS-ENT-IDX) ' ('
                    WS-ENT-ELOG-SIT ')'
            PERFORM GRAVAR-CHEGADA-ENTRADA
            MOVE SPACES TO WS-ENT-CMD
            STRING 'mv -f data/' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENT-MARCADOR(WS-ENT-IDX))
                       DELIMITED BY SIZE
                   ' data/' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENT-MARCADOR(WS-ENT-IDX))
                       DELIMITED BY SIZE
                   '.LIDO' DELIMITED BY SIZE
                   INTO WS-ENT-CMD
            END-STRING
            CALL 'SYSTEM' USING WS-ENT-CMD.
      *-----------------------------------------------------------------
       CONVERTER-HORA-JANELA.
      *-----------------------------------------------------------------
      *    HHMMSS EM SEGUNDOS NA JANELA DA NOITE: ANTES DO MEIO-DIA E
      *    MADRUGADA DO DIA SEGUINTE.
            COMPUTE WS-ENT-SEG = WS-ENT-HH * 3600 + WS-ENT-MM * 60
                               + WS-ENT-SS
            IF WS-ENT-HH < 12
                ADD 86400 TO WS-ENT-SEG
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-CHEGADA-ENTRADA.
      *-----------------------------------------------------------------
            MOVE SPACES                     TO ENTRLOG-RECORD
            MOVE WS-DATA-LOTE               TO ELOG-DATA
            MOVE WS-ENT-GRUPO(WS-ENT-IDX)   TO ELOG-GRUPO
            MOVE WS-ENT-ARQUIVO(WS-ENT-IDX) TO ELOG-ARQUIVO
            MOVE WS-ENT-LIMITE(WS-ENT-IDX)  TO ELOG-LIMITE
            MOVE WS-ENT-CHEGADA(WS-ENT-IDX) TO ELOG-CHEGADA
            MOVE WS-ENT-ATRASO              TO ELOG-ATRASO
            MOVE WS-ENT-ELOG-SIT            TO ELOG-SITUACAO
            OPEN EXTEND ENTRLOG-FILE
            IF WS-FS-ENTRLOG NOT = '00'
                OPEN OUTPUT ENTRLOG-FILE
            END-IF
            WRITE ENTRLOG-RECORD
            CLOSE ENTRLOG-FILE.
      *-----------------------------------------------------------------
       REGISTRAR-ENTRADAS-RESTANTES.
      *-----------------------------------------------------------------
      *    ENTRADA QUE NENHUM PASSO DA NOITE ESPEROU (SEM DEPENDENTE NO
      *    PLANO) E SONDADA UMA VEZ SO PARA O REGISTRO; SEM ELA, FICA
      *    'AUSENTE' SE O LIMITE JA PASSOU OU 'PENDENTE' SE AINDA NAO.
      *    COMO NENHUM PASSO FOI ADIADO POR ELA, A SITUACAO NA TABELA
      *    NAO MUDA.
            MOVE 1 TO WS-ENT-IDX
            PERFORM UNTIL WS-ENT-IDX > WS-QTD-ENTRADAS
                IF WS-ENT-SIT(WS-ENT-IDX) = 'P'
                    PERFORM SONDAR-ENTRADA
                    IF WS-ENT-SIT(WS-ENT-IDX) = 'P'
                        PERFORM OBTER-HORA-AGORA
                        MOVE WS-HORA-AGORA TO WS-ENT-HORA
                        PERFORM CONVERTER-HORA-JANELA
                        MOVE WS-ENT-SEG TO WS-ENT-SEG-AGORA
                        MOVE WS-ENT-LIMITE(WS-ENT-IDX) TO WS-ENT-HORA
                        PERFORM CONVERTER-HORA-JANELA
                        IF WS-ENT-SEG-AGORA > WS-ENT-SEG
                            MOVE 'AUSENTE'  TO WS-ENT-ELOG-SIT
                        ELSE
                            MOVE 'PENDENTE' TO WS-ENT-ELOG-SIT
                        END-IF
                        MOVE ZEROS TO WS-ENT-ATRASO
                        PERFORM GRAVAR-CHEGADA-ENTRADA
                    END-IF
                END-IF
                ADD 1 TO WS-ENT-IDX
            END-PERFORM.
      *-----------------------------------------------------------------
       MARCAR-ENTRADAS-AUSENTES.
      *-----------------------------------------------------------------
      *    A VERIFICACAO DE FIM DE LOTE CONFERE AS SAIDAS CONTRA OS
      *    PROPRIOS ARQUIVOS DE ENTRADA (CUSTIMPn E CALC2TRN); UMA
      *    DESSAS ENTRADAS AUSENTE, COM OS PASSOS DELA ADIADOS,
      *    DISPENSA A CONFERENCIA CORRESPONDENTE.
            MOVE 'N' TO WS-SEM-TRANSACOES-FLAG
            MOVE 'N' TO WS-SEM-FILIAIS-FLAG
            MOVE 1 TO WS-ENT-IDX
            PERFORM UNTIL WS-ENT-IDX > WS-QTD-ENTRADAS
                IF WS-ENT-SIT(WS-ENT-IDX) = 'A'
                    IF WS-ENT-ARQUIVO(WS-ENT-IDX)(1:8) = 'CALC2TRN'
                        MOVE 'S' TO WS-SEM-TRANSACOES-FLAG
                    END-IF
                    IF WS-ENT-ARQUIVO(WS-ENT-IDX)(1:7) = 'CUSTIMP'
                        MOVE 'S' TO WS-SEM-FILIAIS-FLAG
                    END-IF
                END-IF
                ADD 1 TO WS-ENT-IDX
            END-PERFORM.
      *-----------------------------------------------------------------
       EXECUTAR-RECUPERACAO.
      *-----------------------------------------------------------------
      *    MODO DE RECUPERACAO DA MANHA: SO OS PASSOS ADIAVEIS CUJA
      *    ULTIMA SITUACAO NO HISTORICO DO LOTE FICOU 'ADIADO' SAO
      *    EXECUTADOS, NA MESMA ORDEM DO LOTE; O CORTE NAO SE APLICA.
      *    OS PASSOS ADIADOS POR FALTA DE ENTRADA ('ENT-ATRASO') TAMBEM
      *    VOLTAM, SE A ENTRADA TIVER CHEGADO DESDE ENTAO (UMA SO
      *    SONDAGEM, SEM ESPERA).
            DISPLAY 'RECUPERACAO DOS PASSOS ADIADOS DO LOTE DE '
                    WS-DATA-LOTE
            PERFORM LER-SITUACAO-ADIADOS
            END-IF

            MOVE ZEROS TO WS-QTD-RECUPERADOS
            MOVE 'N'   TO WS-RECUP-TRANSACOES-FLAG
            MOVE 'N'   TO WS-RECUP-FILIAIS-FLAG
            MOVE 1     TO WS-PLANO-IDX
            PERFORM UNTIL WS-PLANO-IDX > WS-QTD-PLANO
                IF (WS-PLANO-ADIAVEL(WS-PLANO-IDX) = 'S'
                   AND WS-PLANO-SIT(WS-PLANO-IDX) = 'ADIADO')
                   OR WS-PLANO-SIT(WS-PLANO-IDX) = 'ENT-ATRASO'
                    MOVE 'N' TO WS-PLANO-DONE(WS-PLANO-IDX)
                    PERFORM EXECUTAR-PASSO-PLANO
                    ADD 1 TO WS-QTD-RECUPERADOS
                    IF WS-PLANO-SIT(WS-PLANO-IDX) = 'ENT-ATRASO'
                       AND NOT WS-ENTRADA-FALTOU
                        PERFORM MARCAR-GRUPO-RECUPERADO
                    END-IF
                END-IF
                ADD 1 TO WS-PLANO-IDX
            END-PERFORM
                DISPLAY 'NENHUM PASSO ADIADO PENDENTE NO LOTE.'
            ELSE
                DISPLAY 'PASSOS RECUPERADOS: ' WS-QTD-RECUPERADOS
            END-IF

      *    A CONFERENCIA QUE O FIM DO LOTE DISPENSOU POR FALTA DE
      *    ENTRADA E FEITA AGORA, COM OS PASSOS DA ENTRADA JA RODADOS;
      *    O RESULTADO VAI PARA O ARQUIVO DE VERIFICACAO E PARA O
      *    QUADRO DE ALERTAS COMO NO FIM DO LOTE.
            IF WS-RECUP-TRANSACOES OR WS-RECUP-FILIAIS
                PERFORM VERIFICAR-RECUPERACAO
                IF WS-VERIF-OK
                    DISPLAY 'VERIFICACAO DAS ENTRADAS ATRASADAS OK.'
                ELSE
                    DISPLAY 'RECUPERACAO NAO CONCLUIDA: VERIFICACAO '
                            'FALHOU EM ' WS-VERIF-ARQ
                END-IF
                PERFORM GRAVAR-RESULTADO-VERIFICACAO
                MOVE './lotalerta' TO WS-PASSO-CMD
                CALL 'SYSTEM' USING WS-PASSO-CMD
                IF NOT WS-VERIF-OK
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       MARCAR-GRUPO-RECUPERADO.
      *-----------------------------------------------------------------
      *    O PASSO ADIADO POR FALTA DE ENTRADA RODOU: AS ENTRADAS DO
      *    GRUPO DELE QUE TEM CONFERENCIA DE SAIDA (CALC2TRN E
      *    CUSTIMPn) PASSAM A SER CONFERIDAS NO FIM DA RECUPERACAO.
            MOVE 1 TO WS-ENT-J
            PERFORM UNTIL WS-ENT-J > WS-QTD-ENTRADAS
                IF WS-ENT-GRUPO(WS-ENT-J)
                   = WS-PLANO-ENTRADA(WS-PLANO-IDX)
                    IF WS-ENT-ARQUIVO(WS-ENT-J)(1:8) = 'CALC2TRN'
                        MOVE 'S' TO WS-RECUP-TRANSACOES-FLAG
                    END-IF
                    IF WS-ENT-ARQUIVO(WS-ENT-J)(1:7) = 'CUSTIMP'
                        MOVE 'S' TO WS-RECUP-FILIAIS-FLAG
                    END-IF
                END-IF
                ADD 1 TO WS-ENT-J
            END-PERFORM.
      *-----------------------------------------------------------------
       VERIFICAR-RECUPERACAO.
      *-----------------------------------------------------------------
      *    SO AS SAIDAS DAS ENTRADAS RECUPERADAS SAO CONFERIDAS; O
      *    CABECALHO DO RUNCTL CONTINUA SENDO PRE-CONDICAO.
            MOVE 'S' TO WS-VERIF-OK-FLAG
            PERFORM VERIFICAR-RUN-HEADER
            IF WS-VERIF-OK AND WS-RECUP-FILIAIS
                PERFORM VERIFICAR-SAIDA-CLIENTES
            END-IF
            IF WS-VERIF-OK AND WS-RECUP-TRANSACOES
                PERFORM VERIFICAR-SAIDA-CALCULO2
            END-IF.
      *-----------------------------------------------------------------
       LER-SITUACAO-ADIADOS.
                END-PERFORM
                CLOSE CALENDAR-FILE
            END-IF.
      *-----------------------------------------------------------------
       VERIFICAR-PRIMEIRO-DIA-UTIL.
      *-----------------------------------------------------------------
      *    A DATA DO LOTE E O PRIMEIRO DIA UTIL DO SEU MES QUANDO
      *    NENHUM DIA ANTERIOR DO MES E UTIL E ELA MESMA E. O DIA DA
      *    SEMANA VEM DO RESTO DA DIVISAO DO NUMERO DO DIA POR 7
      *    (0 = DOMINGO, 6 = SABADO); AS DATAS DO CALENDARIO NAO SAO
      *    DIAS UTEIS.
            IF NOT WS-PDU-CALCULADO
                MOVE 'S' TO WS-PDU-CALCULADO-FLAG
                MOVE 'N' TO WS-PDU-HOJE-FLAG
                MOVE 'N' TO WS-PDU-ACHADO-FLAG
                MOVE WS-DATA-LOTE(7:4) TO WS-PDU-ANO
                MOVE WS-DATA-LOTE(4:2) TO WS-PDU-MES
                MOVE WS-DATA-LOTE(1:2) TO WS-PDU-DIA-LOTE
                PERFORM CARREGAR-FERIADOS-MES
                MOVE ZEROS TO WS-PDU-DIA
                PERFORM UNTIL WS-PDU-ACHADO
                        OR WS-PDU-DIA >= WS-PDU-DIA-LOTE
                    ADD 1 TO WS-PDU-DIA
                    COMPUTE WS-PDU-AMD = WS-PDU-ANO * 10000
                                       + WS-PDU-MES * 100
                                       + WS-PDU-DIA
                    COMPUTE WS-PDU-SEMANA = FUNCTION MOD(
                            FUNCTION INTEGER-OF-DATE(WS-PDU-AMD), 7)
                    IF WS-PDU-SEMANA NOT = 0 AND WS-PDU-SEMANA NOT = 6
                        MOVE ZEROS TO WS-FER-ACHADO
                        MOVE 1     TO WS-FER-IDX
                        PERFORM UNTIL WS-FER-IDX > WS-QTD-FERIADOS
                                OR WS-FER-ACHADO > 0
                            IF WS-FER-DIA(WS-FER-IDX) = WS-PDU-DIA
                                MOVE WS-FER-IDX TO WS-FER-ACHADO
                            END-IF
                            ADD 1 TO WS-FER-IDX
                        END-PERFORM
                        IF WS-FER-ACHADO = 0
                            MOVE 'S' TO WS-PDU-ACHADO-FLAG
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-PDU-ACHADO AND WS-PDU-DIA = WS-PDU-DIA-LOTE
                    MOVE 'S' TO WS-PDU-HOJE-FLAG
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       CARREGAR-FERIADOS-MES.
      *-----------------------------------------------------------------
      *    SO AS DATAS DO CALENDARIO NO MES DO LOTE INTERESSAM.
            MOVE ZEROS TO WS-QTD-FERIADOS
            MOVE 'N'   TO WS-FIM-CALENDAR-FLAG
            OPEN INPUT CALENDAR-FILE
            IF WS-FS-CALENDAR = '00'
                PERFORM UNTIL WS-FIM-CALENDAR
                    READ CALENDAR-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-CALENDAR-FLAG
                        NOT AT END
                            IF CAL-DATA(4:7) = WS-DATA-LOTE(4:7)
                               AND CAL-DATA(1:2) IS NUMERIC
                               AND WS-QTD-FERIADOS < 31
                                ADD 1 TO WS-QTD-FERIADOS
                                MOVE CAL-DATA(1:2)
                                    TO WS-FER-DIA(WS-QTD-FERIADOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALENDAR-FILE
            END-IF.
      *-----------------------------------------------------------------
       VERIFICAR-DATA-PROCESSADA.
      *-----------------------------------------------------------------
       VERIFICAR-LOTE.
      *-----------------------------------------------------------------
            MOVE 'S' TO WS-VERIF-OK-FLAG
            PERFORM MARCAR-ENTRADAS-AUSENTES
            PERFORM VERIFICAR-RUN-HEADER
            IF WS-VERIF-OK
                PERFORM VERIFICAR-SAIDA-CALCULOS
            END-IF
      *    A CONFERENCIA DE UMA SAIDA CUJA ENTRADA NAO CHEGOU NA NOITE
      *    (E CUJO PASSO FICOU ADIADO) COMPARARIA O ARQUIVO DE HOJE
      *    COM A SAIDA DE ONTEM: ELA FICA PARA A RECUPERACAO.
            IF WS-VERIF-OK
                IF WS-SEM-FILIAIS
                    DISPLAY 'VERIFICACAO DA IMPORTACAO DISPENSADA: '
                            'ENTRADA DE FILIAL AUSENTE'
                ELSE
                    PERFORM VERIFICAR-SAIDA-CLIENTES
                END-IF
            END-IF
            IF WS-VERIF-OK
                IF WS-SEM-TRANSACOES
                    DISPLAY 'VERIFICACAO DO CALCULO2 DISPENSADA: '
                            'ARQUIVO DE TRANSACOES AUSENTE'
                ELSE
                    PERFORM VERIFICAR-SAIDA-CALCULO2
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       VERIFICAR-RUN-HEADER.
