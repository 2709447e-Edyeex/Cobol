      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   MANUTENCAO DO CADASTRO DE OPERADORES DO MENU
      *            (OPERADOR.DAT): INCLUSAO, TROCA DE SENHA, TROCA DE
      *            PERFIL, DESBLOQUEIO, INATIVACAO E REATIVACAO. SO UM
      *            ADMINISTRADOR ENTRA (CODIGO + SENHA, COM A MESMA
      *            CONTAGEM DE FALHAS DO MENU); COM O CADASTRO VAZIO O
      *            PROGRAMA SO ACEITA A INCLUSAO DO PRIMEIRO
      *            ADMINISTRADOR. UMA ACAO POR EXECUCAO, NO ESTILO DE
      *            SISPARMAN; TODA ACAO FICA NO LOG DE ACESSOS
      *            (MENUACES.DAT) COMO EVENTO 'M'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  OPERADOR-FILE.
       COPY OPERADOR.

       FD  ACESSO-FILE.
       COPY OPRACES.

       WORKING-STORAGE SECTION.
       COPY OPRCTL.
      *-----------------------------------------------------------------
      *    ADMINISTRADOR QUE ENTROU E OPERADOR ALVO DA ACAO.
       77 WS-ADMIN-ID                      PIC X(08) VALUE SPACES.
       77 WS-ALVO-ID                       PIC X(08) VALUE SPACES.
       77 WS-ALVO-NOME                     PIC X(30) VALUE SPACES.
       77 WS-ALVO-PERFIL                   PIC X(01) VALUE SPACES.
           88 WS-ALVO-PERFIL-VALIDO        VALUE 'C' 'O' 'S' 'A'.
       77 WS-SENHA-NOVA                    PIC X(16) VALUE SPACES.
       77 WS-SENHA-CONF                    PIC X(16) VALUE SPACES.
       77 WS-ACAO                          PIC X(01) VALUE SPACES.
       77 WS-QTD-BRANCOS                   PIC 9(02) VALUE ZEROS.
       77 WS-CADASTRO-VAZIO-FLAG           PIC X(01) VALUE 'N'.
           88 WS-CADASTRO-VAZIO            VALUE 'S'.
       77 WS-ALVO-EXISTE-FLAG              PIC X(01) VALUE 'N'.
           88 WS-ALVO-EXISTE               VALUE 'S'.
       77 WS-ACAO-DESC                     PIC X(30) VALUE SPACES.
       77 WS-MSG                           PIC X(50) VALUE SPACES.
      *    SENHA COM MENOS DE WS-SENHA-MIN CARACTERES E RECUSADA.
       77 WS-SENHA-MIN                     PIC 9(02) VALUE 6.
      *    CAMPOS DA LINHA DO LOG DE ACESSOS.
       77 WS-ACS-OPERADOR                  PIC X(08) VALUE SPACES.
       77 WS-ACS-EVENTO                    PIC X(01) VALUE SPACES.
       77 WS-ACS-DESC                      PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            DISPLAY 'MANUTENCAO DO CADASTRO DE OPERADORES'

            OPEN I-O OPERADOR-FILE
            IF WS-FS-OPERADOR = '35'
                OPEN OUTPUT OPERADOR-FILE
                CLOSE OPERADOR-FILE
                OPEN I-O OPERADOR-FILE
            END-IF
            IF WS-FS-OPERADOR NOT = '00'
                DISPLAY 'ERRO AO ABRIR OPERADOR.DAT. FS: '
                        WS-FS-OPERADOR
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

      *    CADASTRO VAZIO: AINDA NAO HA ADMINISTRADOR PARA AUTORIZAR,
      *    ENTAO A UNICA ACAO ACEITA E A INCLUSAO DO PRIMEIRO, QUE JA
      *    NASCE COM O PERFIL 'A'.
            MOVE 'S' TO WS-CADASTRO-VAZIO-FLAG
            READ OPERADOR-FILE NEXT RECORD
                NOT AT END
                    MOVE 'N' TO WS-CADASTRO-VAZIO-FLAG
            END-READ

            IF WS-CADASTRO-VAZIO
                DISPLAY 'CADASTRO VAZIO: INFORME O PRIMEIRO '
                        'ADMINISTRADOR.'
                MOVE 'I' TO WS-ACAO
                MOVE 'A' TO WS-ALVO-PERFIL
                PERFORM INCLUIR-OPERADOR
                MOVE WS-ALVO-ID TO WS-ADMIN-ID
            ELSE
                PERFORM IDENTIFICAR-ADMINISTRADOR
                PERFORM ESCOLHER-ACAO
            END-IF

            CLOSE OPERADOR-FILE
            STOP RUN.
      *-----------------------------------------------------------------
       IDENTIFICAR-ADMINISTRADOR.
      *-----------------------------------------------------------------
      *    MESMA CONFERENCIA DO MENU (CODIGO, ATIVO, NAO BLOQUEADO,
      *    SENHA) MAIS O PERFIL 'A'. UMA SENHA ERRADA AQUI CONTA PARA O
      *    BLOQUEIO IGUAL A UMA NO MENU.
            DISPLAY 'ADMINISTRADOR: ' WITH NO ADVANCING
            ACCEPT WS-ADMIN-ID
            DISPLAY 'SENHA: ' WITH NO ADVANCING
            ACCEPT WS-OPR-SENHA
            MOVE WS-ADMIN-ID TO WS-ACS-OPERADOR

            MOVE WS-ADMIN-ID TO OPR-ID
            READ OPERADOR-FILE
                INVALID KEY
                    MOVE 'R' TO WS-ACS-EVENTO
                    MOVE 'MANUTENCAO: OPERADOR DESCONHECIDO'
                      TO WS-ACS-DESC
                    PERFORM RECUSAR-ENTRADA
            END-READ

            IF NOT OPR-ESTA-ATIVO OR OPR-ESTA-BLOQUEADO
                MOVE 'R' TO WS-ACS-EVENTO
                MOVE 'MANUTENCAO: OPERADOR INATIVO OU BLOQUEADO'
                  TO WS-ACS-DESC
                PERFORM RECUSAR-ENTRADA
            END-IF

            MOVE WS-ADMIN-ID  TO WS-OPR-ENT-ID
            MOVE WS-OPR-SENHA TO WS-OPR-ENT-SENHA
            PERFORM CALCULAR-RESUMO-SENHA
            IF WS-OPR-RESUMO NOT = OPR-SENHA-HASH
                ADD 1 TO OPR-FALHAS
                IF OPR-FALHAS >= WS-OPR-MAX-FALHAS
                    MOVE 'S' TO OPR-BLOQUEADO
                    MOVE 'B' TO WS-ACS-EVENTO
                    MOVE 'MANUTENCAO: BLOQUEADO POR FALHAS DE SENHA'
                      TO WS-ACS-DESC
                ELSE
                    MOVE 'F' TO WS-ACS-EVENTO
                    MOVE 'MANUTENCAO: SENHA INCORRETA' TO WS-ACS-DESC
                END-IF
                REWRITE OPR-RECORD
                PERFORM RECUSAR-ENTRADA
            END-IF

            IF NOT OPR-PERFIL-ADMIN
                MOVE 'R' TO WS-ACS-EVENTO
                MOVE 'MANUTENCAO: PERFIL NAO E ADMINISTRADOR'
                  TO WS-ACS-DESC
                PERFORM RECUSAR-ENTRADA
            END-IF

            PERFORM OBTER-DATA-HORA
            MOVE ZEROS        TO OPR-FALHAS
            MOVE WS-OPR-DATA  TO OPR-ULT-ACESSO-DATA
            MOVE WS-OPR-HORA  TO OPR-ULT-ACESSO-HORA
            REWRITE OPR-RECORD.
      *-----------------------------------------------------------------
       RECUSAR-ENTRADA.
      *-----------------------------------------------------------------
            PERFORM GRAVAR-ACESSO
            CLOSE OPERADOR-FILE
            DISPLAY 'ACESSO RECUSADO.'
            MOVE 8 TO RETURN-CODE
            STOP RUN.
      *-----------------------------------------------------------------
       RECUSAR-ACAO.
      *-----------------------------------------------------------------
      *    UMA ACAO POR EXECUCAO: QUALQUER CRITICA ENCERRA O PROGRAMA
      *    COM RC 8 SEM GRAVAR NADA, COMO EM SISPARMAN.
            DISPLAY FUNCTION TRIM(WS-MSG) ' ACAO RECUSADA.'
            CLOSE OPERADOR-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN.
      *-----------------------------------------------------------------
       ESCOLHER-ACAO.
      *-----------------------------------------------------------------
            DISPLAY 'I - INCLUIR OPERADOR'
            DISPLAY 'S - NOVA SENHA (TAMBEM DESBLOQUEIA)'
            DISPLAY 'P - TROCAR PERFIL'
            DISPLAY 'D - DESBLOQUEAR'
            DISPLAY 'N - INATIVAR'
            DISPLAY 'T - REATIVAR'
            DISPLAY 'ACAO: ' WITH NO ADVANCING
            ACCEPT WS-ACAO

            EVALUATE WS-ACAO
                WHEN 'I'
                    MOVE SPACES TO WS-ALVO-PERFIL
                    PERFORM INCLUIR-OPERADOR
                WHEN 'S'
                WHEN 'P'
                WHEN 'D'
                WHEN 'N'
                WHEN 'T'
                    PERFORM ALTERAR-OPERADOR
                WHEN OTHER
                    MOVE 'ACAO INVALIDA.' TO WS-MSG
                    PERFORM RECUSAR-ACAO
            END-EVALUATE.
      *-----------------------------------------------------------------
       INCLUIR-OPERADOR.
      *-----------------------------------------------------------------
            DISPLAY 'CODIGO DO NOVO OPERADOR: ' WITH NO ADVANCING
            ACCEPT WS-ALVO-ID
      *    O CODIGO VAI NA LINHA DE COMANDO DOS PROGRAMAS DISPARADOS
      *    PELO MENU (SEPARADO POR BRANCO), ENTAO NAO PODE TER BRANCO
      *    NO MEIO NEM COMECAR COM BRANCO.
            MOVE ZEROS TO WS-QTD-BRANCOS
            INSPECT WS-ALVO-ID TALLYING WS-QTD-BRANCOS
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-ALVO-ID = SPACES
               OR WS-QTD-BRANCOS <
                  FUNCTION LENGTH(FUNCTION TRIM(WS-ALVO-ID TRAILING))
                MOVE 'CODIGO INVALIDO (SEM BRANCOS).' TO WS-MSG
                PERFORM RECUSAR-ACAO
            END-IF

            PERFORM LOCALIZAR-ALVO
            IF WS-ALVO-EXISTE
                MOVE 'OPERADOR JA CADASTRADO.' TO WS-MSG
                PERFORM RECUSAR-ACAO
            END-IF

            DISPLAY 'NOME: ' WITH NO ADVANCING
            ACCEPT WS-ALVO-NOME
            IF WS-ALVO-NOME = SPACES
                MOVE 'INFORME O NOME.' TO WS-MSG
                PERFORM RECUSAR-ACAO
            END-IF

            IF WS-ALVO-PERFIL = SPACES
                DISPLAY 'PERFIL (C=CONSULTA O=OPERADOR S=SUPERVISOR '
                        'A=ADMINISTRADOR): ' WITH NO ADVANCING
                ACCEPT WS-ALVO-PERFIL
            END-IF
            IF NOT WS-ALVO-PERFIL-VALIDO
                MOVE 'PERFIL INVALIDO.' TO WS-MSG
                PERFORM RECUSAR-ACAO
            END-IF

            PERFORM DIGITAR-SENHA-NOVA

            PERFORM OBTER-DATA-HORA
            MOVE SPACES         TO OPR-RECORD
            MOVE WS-ALVO-ID     TO OPR-ID
            MOVE WS-ALVO-NOME   TO OPR-NOME
            MOVE WS-ALVO-ID     TO WS-OPR-ENT-ID
            MOVE WS-SENHA-NOVA  TO WS-OPR-ENT-SENHA
            PERFORM CALCULAR-RESUMO-SENHA
            MOVE WS-OPR-RESUMO  TO OPR-SENHA-HASH
            MOVE WS-ALVO-PERFIL TO OPR-PERFIL
            MOVE 'S'            TO OPR-ATIVO
            MOVE 'N'            TO OPR-BLOQUEADO
            MOVE ZEROS          TO OPR-FALHAS
            MOVE WS-OPR-DATA    TO OPR-MANUT-DATA
            IF WS-CADASTRO-VAZIO
                MOVE WS-ALVO-ID  TO OPR-MANUT-POR
            ELSE
                MOVE WS-ADMIN-ID TO OPR-MANUT-POR
            END-IF
            WRITE OPR-RECORD
                INVALID KEY
                    MOVE 'ERRO AO GRAVAR O OPERADOR.' TO WS-MSG
                    PERFORM RECUSAR-ACAO
            END-WRITE

            MOVE OPR-MANUT-POR TO WS-ACS-OPERADOR
            MOVE 'M'           TO WS-ACS-EVENTO
            MOVE SPACES        TO WS-ACS-DESC
            STRING 'INCLUSAO DE ' DELIMITED BY SIZE
                   WS-ALVO-ID     DELIMITED BY SPACE
                   ' PERFIL '     DELIMITED BY SIZE
                   WS-ALVO-PERFIL DELIMITED BY SIZE
                   INTO WS-ACS-DESC
            END-STRING
            PERFORM GRAVAR-ACESSO
            DISPLAY 'OPERADOR ' WS-ALVO-ID ' INCLUIDO.'.
      *-----------------------------------------------------------------
       ALTERAR-OPERADOR.
      *-----------------------------------------------------------------
            DISPLAY 'CODIGO DO OPERADOR: ' WITH NO ADVANCING
            ACCEPT WS-ALVO-ID
            PERFORM LOCALIZAR-ALVO
            IF NOT WS-ALVO-EXISTE
                MOVE 'OPERADOR NAO CADASTRADO.' TO WS-MSG
                PERFORM RECUSAR-ACAO
            END-IF

      *    O ADMINISTRADOR NAO MEXE NO PROPRIO PERFIL NEM SE INATIVA:
      *    EVITA QUE O ULTIMO ADMINISTRADOR TRANQUE TODO MUNDO FORA.
            IF WS-ALVO-ID = WS-ADMIN-ID
               AND (WS-ACAO = 'P' OR WS-ACAO = 'N')
                MOVE 'ACAO NAO PERMITIDA SOBRE O PROPRIO CADASTRO.'
                  TO WS-MSG
                PERFORM RECUSAR-ACAO
            END-IF

            MOVE SPACES TO WS-ACAO-DESC
            EVALUATE WS-ACAO
                WHEN 'S'
                    PERFORM DIGITAR-SENHA-NOVA
                    MOVE WS-ALVO-ID    TO WS-OPR-ENT-ID
                    MOVE WS-SENHA-NOVA TO WS-OPR-ENT-SENHA
                    PERFORM CALCULAR-RESUMO-SENHA
                    MOVE WS-OPR-RESUMO TO OPR-SENHA-HASH
                    MOVE ZEROS         TO OPR-FALHAS
                    MOVE 'N'           TO OPR-BLOQUEADO
                    MOVE 'NOVA SENHA DE' TO WS-ACAO-DESC
                WHEN 'P'
                    DISPLAY 'PERFIL ATUAL: ' OPR-PERFIL
                    DISPLAY 'NOVO PERFIL (C/O/S/A): ' WITH NO ADVANCING
                    ACCEPT WS-ALVO-PERFIL
                    IF NOT WS-ALVO-PERFIL-VALIDO
                        MOVE 'PERFIL INVALIDO.' TO WS-MSG
                        PERFORM RECUSAR-ACAO
                    END-IF
                    MOVE WS-ALVO-PERFIL TO OPR-PERFIL
                    STRING 'PERFIL ' WS-ALVO-PERFIL ' PARA'
                           DELIMITED BY SIZE INTO WS-ACAO-DESC
                    END-STRING
                WHEN 'D'
                    MOVE ZEROS TO OPR-FALHAS
                    MOVE 'N'   TO OPR-BLOQUEADO
                    MOVE 'DESBLOQUEIO DE' TO WS-ACAO-DESC
                WHEN 'N'
                    MOVE 'N' TO OPR-ATIVO
                    MOVE 'INATIVACAO DE' TO WS-ACAO-DESC
                WHEN 'T'
                    MOVE 'S' TO OPR-ATIVO
                    MOVE 'REATIVACAO DE' TO WS-ACAO-DESC
            END-EVALUATE

            PERFORM OBTER-DATA-HORA
            MOVE WS-OPR-DATA TO OPR-MANUT-DATA
            MOVE WS-ADMIN-ID TO OPR-MANUT-POR
            REWRITE OPR-RECORD
                INVALID KEY
                    MOVE 'ERRO AO REGRAVAR O OPERADOR.' TO WS-MSG
                    PERFORM RECUSAR-ACAO
            END-REWRITE

            MOVE WS-ADMIN-ID TO WS-ACS-OPERADOR
            MOVE 'M'         TO WS-ACS-EVENTO
            MOVE SPACES      TO WS-ACS-DESC
            STRING FUNCTION TRIM(WS-ACAO-DESC) ' ' WS-ALVO-ID
                   DELIMITED BY SIZE INTO WS-ACS-DESC
            END-STRING
            PERFORM GRAVAR-ACESSO
            DISPLAY 'OPERADOR ' WS-ALVO-ID ' ATUALIZADO.'.
      *-----------------------------------------------------------------
       LOCALIZAR-ALVO.
      *-----------------------------------------------------------------
            MOVE 'S'        TO WS-ALVO-EXISTE-FLAG
            MOVE WS-ALVO-ID TO OPR-ID
            READ OPERADOR-FILE
                INVALID KEY
                    MOVE 'N' TO WS-ALVO-EXISTE-FLAG
            END-READ.
      *-----------------------------------------------------------------
       DIGITAR-SENHA-NOVA.
      *-----------------------------------------------------------------
            DISPLAY 'SENHA: ' WITH NO ADVANCING
            ACCEPT WS-SENHA-NOVA
            DISPLAY 'CONFIRME A SENHA: ' WITH NO ADVANCING
            ACCEPT WS-SENHA-CONF
            IF WS-SENHA-NOVA NOT = WS-SENHA-CONF
                MOVE 'AS SENHAS NAO CONFEREM.' TO WS-MSG
                PERFORM RECUSAR-ACAO
            END-IF
            IF WS-SENHA-NOVA = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-SENHA-NOVA))
                  < WS-SENHA-MIN
                MOVE 'SENHA CURTA (MINIMO DE 6 CARACTERES).' TO WS-MSG
                PERFORM RECUSAR-ACAO
            END-IF.
      *-----------------------------------------------------------------
       CALCULAR-RESUMO-SENHA.
      *-----------------------------------------------------------------
      *    MESMA ROTINA DO MENU: OS DOIS PROGRAMAS PRECISAM CHEGAR AO
      *    MESMO RESUMO PARA O MESMO CODIGO + SENHA.
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
            PERFORM OBTER-DATA-HORA
            OPEN EXTEND ACESSO-FILE
            IF WS-FS-ACESSO NOT = '00'
                OPEN OUTPUT ACESSO-FILE
            END-IF
            MOVE SPACES          TO ACS-RECORD
            MOVE WS-OPR-DATA     TO ACS-DATA
            MOVE WS-OPR-HORA     TO ACS-HORA
            MOVE WS-ACS-OPERADOR TO ACS-OPERADOR
            MOVE WS-ACS-EVENTO   TO ACS-EVENTO
            MOVE WS-ACAO         TO ACS-OPCAO
            MOVE WS-ACS-DESC     TO ACS-DESCRICAO
            WRITE ACS-RECORD
            CLOSE ACESSO-FILE.

       END PROGRAM OPERMANUT.
