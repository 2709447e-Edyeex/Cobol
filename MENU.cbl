      *            RODAR UM CALCULO (CALCULO2) OU ANALISAR UM NOME
      *            (COMANUNSTRING), EM VEZ DE PRECISAR SABER QUAL DOS
      *            PROGRAMAS COMPILADOS INVOCAR NA LINHA DE COMANDO.
      *            O MENU EXIGE A ENTRADA DO OPERADOR (CODIGO E SENHA
      *            CONFERIDOS CONTRA OPERADOR.DAT, COM BLOQUEIO APOS
      *            FALHAS SEGUIDAS), MOSTRA SO AS OPCOES DO PERFIL DELE,
      *            GRAVA CADA ENTRADA/OPCAO EM MENUACES.DAT E PASSA O
      *            CODIGO DO OPERADOR AOS PROGRAMAS QUE GRAVAM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOCK-FILE ASSIGN TO "data/LOTELOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOCK.

      *    CADASTRO DE OPERADORES (MANTIDO POR OPERMANUT) E LOG DE
      *    ACESSOS DO MENU, SO ACRESCIDO.
           SELECT OPERADOR-FILE ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT ACESSO-FILE ASSIGN TO "data/MENUACES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACESSO.
       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT COM SINAL DO ARQUIVO DE TRANSACOES DO LOTE
           05  TRAN-CUST-ID        PIC 9(06).

       FD  IMPORT-FILE.
       01  IMPORT-RECORD           PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD           PIC X(24).
           05  FILLER              PIC X(01).
           05  LOCK-HORA           PIC X(08).

       FD  OPERADOR-FILE.
       COPY OPERADOR.

       FD  ACESSO-FILE.
       COPY OPRACES.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY OPRCTL.
      *-----------------------------------------------------------------
      *    MENU DE OPERADOR: CALCULO2 E COMANUNSTRING SAO
      *    CADA UM UM PROGRAMA PRINCIPAL EM LOTE, COM SEU PROPRIO OPEN/
       77 WS-O-DIGIT                       PIC X(01) VALUE SPACES.
       77 WS-CLI-DIGIT                     PIC 9(06) VALUE ZEROS.
       77 WS-NOME-DIGIT                    PIC X(60) VALUE SPACES.
       77 WS-DOC-DIGIT                     PIC X(18) VALUE SPACES.
      *-----------------------------------------------------------------
      *    O ARQUIVO DE IMPORTACAO AGORA CARREGA CABECALHO E TRAILER
      *    DE CONTROLE (VER A CRITICA EM COMANUNSTRING); O MENU GERA
           05  WS-SYS-MES                  PIC 9(02).
           05  WS-SYS-DIA                  PIC 9(02).
       77 WS-DATA-HOJE                     PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      *    OPERADOR QUE ENTROU NO MENU E CONTROLE DAS TENTATIVAS DE
      *    ENTRADA DESTA SESSAO (INCLUSIVE COM CODIGO DESCONHECIDO, QUE
      *    NAO TEM REGISTRO ONDE CONTAR AS FALHAS).
       77 WS-LOGADO-ID                     PIC X(08) VALUE SPACES.
       77 WS-LOGADO-PERFIL                 PIC X(01) VALUE SPACES.
       77 WS-TENTATIVAS                    PIC 9(02) VALUE ZEROS.
       77 WS-CONECTADO-FLAG                PIC X(01) VALUE 'N'.
           88 WS-CONECTADO                 VALUE 'S'.
       77 WS-ENTRADA-ENCERRADA-FLAG        PIC X(01) VALUE 'N'.
           88 WS-ENTRADA-ENCERRADA         VALUE 'S'.
      *    CAMPOS DA LINHA DO LOG DE ACESSOS.
       77 WS-ACS-OPERADOR                  PIC X(08) VALUE SPACES.
       77 WS-ACS-EVENTO                    PIC X(01) VALUE SPACES.
       77 WS-ACS-OPCAO                     PIC X(01) VALUE SPACES.
       77 WS-ACS-DESC                      PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
      *    OPCOES DO MENU E PERFIS QUE PODEM USAR CADA UMA
      *    (C=CONSULTA O=OPERADOR S=SUPERVISOR A=ADMINISTRADOR). A
      *    TELA SO LISTA, E O MENU SO EXECUTA, AS OPCOES CUJA LISTA DE
      *    PERFIS CONTEM O PERFIL DO OPERADOR QUE ENTROU.
       01 WS-TAB-OPCOES.
           05  FILLER PIC X(52) VALUE
               '1 OSA EXECUTAR UM CALCULO (CALCULO2)'.
           05  FILLER PIC X(52) VALUE
               '2 OSA ANALISAR UM NOME (COMANUNSTRING)'.
           05  FILLER PIC X(52) VALUE
               '3COSA CONSULTAR CLIENTE POR SOBRENOME (CLIBUSCA)'.
           05  FILLER PIC X(52) VALUE
               '4COSA SITUACAO DO LOTE NOTURNO'.
           05  FILLER PIC X(52) VALUE
               '5C SA HISTORICO DE ALTERACOES DE CLIENTE (CLICONSJ)'.
           05  FILLER PIC X(52) VALUE
               '6  SA REABRIR PERIODO FECHADO (PERREABRE)'.
           05  FILLER PIC X(52) VALUE
               '7   A CADASTRO DE OPERADORES (OPERMANUT)'.
       01 WS-TAB-OPCOES-R REDEFINES WS-TAB-OPCOES.
           05  WS-OPC-ENT OCCURS 7 TIMES.
               10  WS-OPC-CODIGO           PIC X(01).
               10  WS-OPC-PERFIS           PIC X(04).
               10  FILLER                  PIC X(01).
               10  WS-OPC-DESCRICAO        PIC X(46).
       77 WS-QTD-OPCOES                    PIC 9(02) VALUE 7.
       77 WS-OPC-IDX                       PIC 9(02) VALUE ZEROS.
       77 WS-OPC-ACHADA                    PIC 9(02) VALUE ZEROS.
       77 WS-OPC-TALLY                     PIC 9(02) VALUE ZEROS.
       77 WS-OPC-PERMITIDA-FLAG            PIC X(01) VALUE 'N'.
           88 WS-OPC-PERMITIDA             VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM IDENTIFICAR-OPERADOR
            IF NOT WS-CONECTADO
                DISPLAY 'ACESSO AO MENU RECUSADO.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM UNTIL WS-OPCAO = '0'
                DISPLAY ' '
                DISPLAY '-=-=-=-= MENU =-=-=-=- OPERADOR: '
                        WS-LOGADO-ID
                MOVE 1 TO WS-OPC-IDX
                PERFORM UNTIL WS-OPC-IDX > WS-QTD-OPCOES
                    MOVE ZEROS TO WS-OPC-TALLY
                    INSPECT WS-OPC-PERFIS(WS-OPC-IDX)
                        TALLYING WS-OPC-TALLY FOR ALL WS-LOGADO-PERFIL
                    IF WS-OPC-TALLY > 0
                        DISPLAY WS-OPC-CODIGO(WS-OPC-IDX) ' - '
                                WS-OPC-DESCRICAO(WS-OPC-IDX)
                    END-IF
                    ADD 1 TO WS-OPC-IDX
                END-PERFORM
                DISPLAY '0 - SAIR'
                DISPLAY 'OPCAO: ' WITH NO ADVANCING
                ACCEPT WS-OPCAO

                PERFORM VERIFICAR-PERMISSAO
                EVALUATE TRUE
                    WHEN WS-OPCAO = '0'
                        MOVE 'S'     TO WS-ACS-EVENTO
                        MOVE SPACES  TO WS-ACS-DESC
                        PERFORM GRAVAR-ACESSO
                        DISPLAY 'SAINDO...'
                    WHEN WS-OPC-ACHADA = 0
                        DISPLAY 'OPCAO INVALIDA.'
                    WHEN NOT WS-OPC-PERMITIDA
                        MOVE 'N' TO WS-ACS-EVENTO
                        MOVE WS-OPC-DESCRICAO(WS-OPC-ACHADA)
                          TO WS-ACS-DESC
                        PERFORM GRAVAR-ACESSO
                        DISPLAY 'OPCAO NAO PERMITIDA AO SEU PERFIL.'
                    WHEN OTHER
      *                O LOG E GRAVADO ANTES DE DISPARAR O PROGRAMA,
      *                PARA FICAR MESMO SE ELE TERMINAR COM ERRO.
                        MOVE 'O' TO WS-ACS-EVENTO
                        MOVE WS-OPC-DESCRICAO(WS-OPC-ACHADA)
                          TO WS-ACS-DESC
                        PERFORM GRAVAR-ACESSO
                        PERFORM EXECUTAR-OPCAO
                END-EVALUATE
            END-PERFORM

            STOP RUN.
      *-----------------------------------------------------------------
       EXECUTAR-OPCAO.
      *-----------------------------------------------------------------
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM EXECUTAR-CALCULO
                WHEN '2'
                    PERFORM EXECUTAR-PARSER
                WHEN '3'
                    PERFORM EXECUTAR-BUSCA
                WHEN '4'
                    PERFORM MOSTRAR-SITUACAO-LOTE
                WHEN '5'
                    PERFORM EXECUTAR-CONSULTA-JORNAL
                WHEN '6'
                    PERFORM EXECUTAR-REABERTURA
                WHEN '7'
                    PERFORM EXECUTAR-CADASTRO-OPERADORES
            END-EVALUATE.
      *-----------------------------------------------------------------
       VERIFICAR-PERMISSAO.
      *-----------------------------------------------------------------
      *    LOCALIZA A OPCAO DIGITADA NA TABELA (WS-OPC-ACHADA = 0 QUANDO
      *    NAO EXISTE) E CONFERE SE O PERFIL DO OPERADOR ESTA NA LISTA.
            MOVE ZEROS TO WS-OPC-ACHADA
            MOVE 'N'   TO WS-OPC-PERMITIDA-FLAG
            MOVE WS-OPCAO TO WS-ACS-OPCAO
            MOVE 1     TO WS-OPC-IDX
            PERFORM UNTIL WS-OPC-IDX > WS-QTD-OPCOES
                    OR WS-OPC-ACHADA > 0
                IF WS-OPC-CODIGO(WS-OPC-IDX) = WS-OPCAO
                    MOVE WS-OPC-IDX TO WS-OPC-ACHADA
                END-IF
                ADD 1 TO WS-OPC-IDX
            END-PERFORM
            IF WS-OPC-ACHADA > 0
                MOVE ZEROS TO WS-OPC-TALLY
                INSPECT WS-OPC-PERFIS(WS-OPC-ACHADA)
                    TALLYING WS-OPC-TALLY FOR ALL WS-LOGADO-PERFIL
                IF WS-OPC-TALLY > 0
                    MOVE 'S' TO WS-OPC-PERMITIDA-FLAG
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       IDENTIFICAR-OPERADOR.
      *-----------------------------------------------------------------
      *    ATE WS-OPR-MAX-FALHAS TENTATIVAS NA SESSAO. A SENHA ERRADA
      *    DE UM OPERADOR CADASTRADO TAMBEM SOMA EM OPR-FALHAS, QUE
      *    ATRAVESSA SESSOES: AO ATINGIR O LIMITE O OPERADOR FICA
      *    BLOQUEADO ATE O ADMINISTRADOR LIBERAR (OPERMANUT). UMA
      *    ENTRADA CERTA ZERA A CONTAGEM.
            OPEN I-O OPERADOR-FILE
            IF WS-FS-OPERADOR NOT = '00'
                DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL (FS: '
                        WS-FS-OPERADOR '). O ADMINISTRADOR DEVE '
                        'CADASTRAR OS OPERADORES COM OPERMANUT.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE 'N'   TO WS-CONECTADO-FLAG
            MOVE 'N'   TO WS-ENTRADA-ENCERRADA-FLAG
            MOVE ZEROS TO WS-TENTATIVAS
            PERFORM UNTIL WS-CONECTADO OR WS-ENTRADA-ENCERRADA
                       OR WS-TENTATIVAS >= WS-OPR-MAX-FALHAS
                PERFORM TENTAR-ENTRADA
            END-PERFORM

            CLOSE OPERADOR-FILE.
      *-----------------------------------------------------------------
       TENTAR-ENTRADA.
      *-----------------------------------------------------------------
            ADD 1 TO WS-TENTATIVAS
            DISPLAY 'OPERADOR: ' WITH NO ADVANCING
            ACCEPT WS-OPR-ENT-ID
            DISPLAY 'SENHA: ' WITH NO ADVANCING
            ACCEPT WS-OPR-SENHA
            MOVE WS-OPR-ENT-ID TO WS-ACS-OPERADOR
            MOVE SPACES        TO WS-ACS-OPCAO

            MOVE WS-OPR-ENT-ID TO OPR-ID
            READ OPERADOR-FILE
                INVALID KEY
                    MOVE 'R' TO WS-ACS-EVENTO
                    MOVE 'OPERADOR DESCONHECIDO' TO WS-ACS-DESC
                    PERFORM GRAVAR-ACESSO
                    DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                NOT INVALID KEY
                    PERFORM CONFERIR-OPERADOR
            END-READ.
      *-----------------------------------------------------------------
       CONFERIR-OPERADOR.
      *-----------------------------------------------------------------
            MOVE WS-OPR-SENHA TO WS-OPR-ENT-SENHA
            PERFORM CALCULAR-RESUMO-SENHA
            PERFORM OBTER-DATA-HORA
            EVALUATE TRUE
                WHEN NOT OPR-ESTA-ATIVO
                    MOVE 'S' TO WS-ENTRADA-ENCERRADA-FLAG
                    MOVE 'R' TO WS-ACS-EVENTO
                    MOVE 'OPERADOR INATIVO' TO WS-ACS-DESC
                    DISPLAY 'OPERADOR INATIVO. PROCURE O '
                            'ADMINISTRADOR.'
                WHEN OPR-ESTA-BLOQUEADO
                    MOVE 'S' TO WS-ENTRADA-ENCERRADA-FLAG
                    MOVE 'R' TO WS-ACS-EVENTO
                    MOVE 'OPERADOR BLOQUEADO' TO WS-ACS-DESC
                    DISPLAY 'OPERADOR BLOQUEADO. PROCURE O '
                            'ADMINISTRADOR.'
                WHEN WS-OPR-RESUMO = OPR-SENHA-HASH
                    MOVE 'S'          TO WS-CONECTADO-FLAG
                    MOVE ZEROS        TO OPR-FALHAS
                    MOVE WS-OPR-DATA  TO OPR-ULT-ACESSO-DATA
                    MOVE WS-OPR-HORA  TO OPR-ULT-ACESSO-HORA
                    REWRITE OPR-RECORD
                    MOVE OPR-ID       TO WS-LOGADO-ID
                    MOVE OPR-PERFIL   TO WS-LOGADO-PERFIL
                    MOVE 'E' TO WS-ACS-EVENTO
                    MOVE SPACES TO WS-ACS-DESC
                    STRING 'PERFIL ' OPR-PERFIL
                           DELIMITED BY SIZE INTO WS-ACS-DESC
                    END-STRING
                    DISPLAY 'BEM-VINDO, ' FUNCTION TRIM(OPR-NOME) '.'
                WHEN OTHER
                    ADD 1 TO OPR-FALHAS
                    IF OPR-FALHAS >= WS-OPR-MAX-FALHAS
                        MOVE 'S' TO OPR-BLOQUEADO
                        MOVE 'S' TO WS-ENTRADA-ENCERRADA-FLAG
                        MOVE 'B' TO WS-ACS-EVENTO
                        MOVE 'BLOQUEADO POR FALHAS DE SENHA SEGUIDAS'
                          TO WS-ACS-DESC
                        DISPLAY 'SENHA INVALIDA. OPERADOR BLOQUEADO '
                                'APOS ' OPR-FALHAS ' FALHAS SEGUIDAS.'
                    ELSE
                        MOVE 'F' TO WS-ACS-EVENTO
                        MOVE 'SENHA INCORRETA' TO WS-ACS-DESC
                        DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                    END-IF
                    REWRITE OPR-RECORD
            END-EVALUATE
            PERFORM GRAVAR-ACESSO.
      *-----------------------------------------------------------------
       CALCULAR-RESUMO-SENHA.
      *-----------------------------------------------------------------
      *    MESMA ROTINA DE OPERMANUT, QUE GRAVA O RESUMO NO CADASTRO.
            MOVE 5381 TO WS-OPR-ACUM
            MOVE 1    TO WS-OPR-POS
            PERFORM UNTIL WS-OPR-POS > LENGTH OF WS-OPR-ENTRADA
                COMPUTE WS-OPR-ACUM = FUNCTION MOD(
                        WS-OPR-ACUM * 33
                      + FUNCTION ORD(WS-OPR-ENTRADA(WS-OPR-POS:1)),
                        WS-OPR-PRIMO)
                ADD 1 TO WS-OPR-POS
            END-PERFORM
            MOVE WS-OPR-ACUM TO WS-OPR-RESUMO.
      *-----------------------------------------------------------------
       OBTER-DATA-HORA.
      *-----------------------------------------------------------------
            ACCEPT WS-OPR-AMD  FROM DATE YYYYMMDD
            ACCEPT WS-OPR-HORA FROM TIME
            STRING WS-OPR-AMD(7:2) '/' WS-OPR-AMD(5:2) '/'
                   WS-OPR-AMD(1:4)
                   DELIMITED BY SIZE INTO WS-OPR-DATA
            END-STRING.
      *-----------------------------------------------------------------
       GRAVAR-ACESSO.
      *-----------------------------------------------------------------
      *    ABRE E FECHA A CADA LINHA: O LOG FICA COMPLETO MESMO QUE O
      *    MENU SEJA INTERROMPIDO NO MEIO DE UMA OPCAO.
            PERFORM OBTER-DATA-HORA
            OPEN EXTEND ACESSO-FILE
            IF WS-FS-ACESSO NOT = '00'
                OPEN OUTPUT ACESSO-FILE
            END-IF
            MOVE SPACES          TO ACS-RECORD
            MOVE WS-OPR-DATA     TO ACS-DATA
            MOVE WS-OPR-HORA     TO ACS-HORA
            IF WS-CONECTADO
                MOVE WS-LOGADO-ID    TO ACS-OPERADOR
            ELSE
                MOVE WS-ACS-OPERADOR TO ACS-OPERADOR
            END-IF
            MOVE WS-ACS-EVENTO   TO ACS-EVENTO
            MOVE WS-ACS-OPCAO    TO ACS-OPCAO
            MOVE WS-ACS-DESC     TO ACS-DESCRICAO
            WRITE ACS-RECORD
            CLOSE ACESSO-FILE.
      *-----------------------------------------------------------------
       EXECUTAR-CALCULO.
      *-----------------------------------------------------------------
            WRITE TRAN-RECORD
            CLOSE TRAN-FILE

      *    O CODIGO DO OPERADOR VAI COMO SEGUNDO PARAMETRO E SAI NA
      *    LINHA DE AUDITORIA DO CALCULO AVULSO.
            MOVE SPACES TO WS-PASSO-CMD
            STRING './calculo2 MENU ' DELIMITED BY SIZE
                   WS-LOGADO-ID       DELIMITED BY SPACE
                   INTO WS-PASSO-CMD
            END-STRING
            CALL 'SYSTEM' USING WS-PASSO-CMD
            COMPUTE WS-PASSO-RC = RETURN-CODE / 256
            IF WS-PASSO-RC NOT = 0
      *-----------------------------------------------------------------
            DISPLAY 'NOME COMPLETO: ' WITH NO ADVANCING
            ACCEPT WS-NOME-DIGIT
      *    O CPF/CNPJ E OPCIONAL E VAI NAS COLUNAS 61-78 DA LINHA, NO
      *    MESMO LUGAR DOS ARQUIVOS DAS FILIAIS; A CRITICA DOS DIGITOS
      *    VERIFICADORES FICA COM COMANUNSTRING, COMO A DO NOME.
            MOVE SPACES TO WS-DOC-DIGIT
            DISPLAY 'CPF/CNPJ (OPCIONAL): ' WITH NO ADVANCING
            ACCEPT WS-DOC-DIGIT

            ACCEPT WS-SYS-DATA FROM DATE YYYYMMDD
            MOVE SPACES              TO WS-DATA-HOJE
                   INTO IMPORT-RECORD
            END-STRING
            WRITE IMPORT-RECORD
            MOVE SPACES        TO IMPORT-RECORD
            MOVE WS-NOME-DIGIT TO IMPORT-RECORD(1:60)
            MOVE WS-DOC-DIGIT  TO IMPORT-RECORD(61:18)
            WRITE IMPORT-RECORD
            MOVE SPACES TO IMPORT-RECORD
            MOVE 'TRL000001' TO IMPORT-RECORD

      *    O PARAMETRO 'MENU' CHAVEIA COMANUNSTRING PARA O ARQUIVO
      *    AVULSO RECEM-GRAVADO EM VEZ DO CONTROLE DE ENTRADA DAS
      *    FILIAIS, NO MESMO ESTILO DO CALCULO2 AVULSO; O CODIGO DO
      *    OPERADOR VAI COMO SEGUNDO PARAMETRO E SAI NO JORNAL.
            MOVE SPACES TO WS-PASSO-CMD
            STRING './comanunstring MENU ' DELIMITED BY SIZE
                   WS-LOGADO-ID            DELIMITED BY SPACE
                   INTO WS-PASSO-CMD
            END-STRING
            CALL 'SYSTEM' USING WS-PASSO-CMD.
      *-----------------------------------------------------------------
       EXECUTAR-BUSCA.
      *    HISTORICO DO JORNAL, COMO A CONSULTA POR SOBRENOME.
            MOVE './cliconsj' TO WS-PASSO-CMD
            CALL 'SYSTEM' USING WS-PASSO-CMD.
      *-----------------------------------------------------------------
       EXECUTAR-REABERTURA.
      *-----------------------------------------------------------------
      *    PERREABRE PEDE MES, MOTIVO E O SUPERVISOR (CODIGO E SENHA,
      *    CONFERIDOS NO CADASTRO DE OPERADORES); O OPERADOR E O QUE
      *    ENTROU NO MENU E VAI COMO PARAMETRO, COMO NO CALCULO2 E NO
      *    COMANUNSTRING. O MENU SO RESTRINGE A OPCAO AOS PERFIS DE
      *    SUPERVISOR/ADMINISTRADOR.
            MOVE SPACES TO WS-PASSO-CMD
            STRING './perreabre ' DELIMITED BY SIZE
                   WS-LOGADO-ID   DELIMITED BY SPACE
                   INTO WS-PASSO-CMD
            END-STRING
            CALL 'SYSTEM' USING WS-PASSO-CMD.
      *-----------------------------------------------------------------
       EXECUTAR-CADASTRO-OPERADORES.
      *-----------------------------------------------------------------
      *    OPERMANUT PEDE DE NOVO A SENHA DO ADMINISTRADOR: MEXER NO
      *    CADASTRO DE QUEM ENTRA NO MENU EXIGE CONFIRMAR QUEM ESTA NO
      *    TECLADO.
            MOVE './opermanut' TO WS-PASSO-CMD
            CALL 'SYSTEM' USING WS-PASSO-CMD.
      *-----------------------------------------------------------------
       VERIFICAR-TRAVA.
      *-----------------------------------------------------------------
