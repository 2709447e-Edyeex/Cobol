      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   REABERTURA CONTROLADA DE UM PERIODO FECHADO POR
      *            FECHAMES: O OPERADOR INFORMA O MES (MM/AAAA), O
      *            MOTIVO E O CODIGO E A SENHA DO SUPERVISOR QUE
      *            AUTORIZA (QUE NAO PODE SER ELE MESMO). O OPERADOR E
      *            O QUE ENTROU NO MENU, RECEBIDO COMO PARAMETRO; O
      *            SUPERVISOR TEM DE ESTAR NO CADASTRO DE OPERADORES
      *            (OPERADOR.DAT), ATIVO, SEM BLOQUEIO E COM PERFIL 'S'
      *            OU 'A', E A SENHA E CONFERIDA COMO NO OPERMANUT,
      *            CONTANDO PARA O BLOQUEIO. SO UM MES FECHADO PODE
      *            SER REABERTO, E A REABERTURA E GRAVADA COMO EVENTO
      *            'R' EM PERIODOS.DAT, AO LADO DOS FECHAMENTOS -- O
      *            LOG E A TRILHA DE AUDITORIA. DEPOIS DA CORRECAO, O
      *            MES E FECHADO DE NOVO COM FECHAMES MM/AAAA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERREABRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT PERIODO-FILE ASSIGN TO "data/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODO.

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
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD                   PIC X(24).

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  OPERADOR-FILE.
       COPY OPERADOR.

       FD  ACESSO-FILE.
       COPY OPRACES.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY OPRCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-PERIODO                    PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
      *-----------------------------------------------------------------
      *    ENTRADAS DO OPERADOR.
       01 WS-MES-ALVO.
           05  WS-ALVO-MM                  PIC 9(02).
           05  WS-ALVO-BARRA               PIC X(01).
           05  WS-ALVO-AAAA                PIC 9(04).
       77 WS-MOTIVO                        PIC X(40) VALUE SPACES.
       77 WS-OPERADOR                      PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR                    PIC X(08) VALUE SPACES.
       77 WS-SITUACAO-MES                  PIC X(01) VALUE SPACES.
           88 WS-MES-FECHADO               VALUE 'F'.
       77 WS-SYS-DATA                      PIC X(08) VALUE SPACES.
       77 WS-SYS-HORA                      PIC X(08) VALUE SPACES.
      *    CAMPOS DA LINHA DO LOG DE ACESSOS (RECUSAS DO SUPERVISOR).
       77 WS-ACS-EVENTO                    PIC X(01) VALUE SPACES.
       77 WS-ACS-DESC                      PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
      *    SO PELO MENU: O OPERADOR E O QUE ENTROU COM CODIGO E SENHA,
      *    E NAO UM NOME DIGITADO AQUI.
            ACCEPT WS-OPERADOR FROM COMMAND-LINE
            IF WS-OPERADOR = SPACES
                DISPLAY 'OPERADOR NAO INFORMADO: A REABERTURA SO PODE '
                        'SER FEITA PELO MENU.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM LER-RUN-HEADER

            DISPLAY 'REABERTURA DE PERIODO FECHADO'
            DISPLAY 'MES (MM/AAAA): ' WITH NO ADVANCING
            ACCEPT WS-MES-ALVO
            IF WS-ALVO-MM NOT NUMERIC OR WS-ALVO-AAAA NOT NUMERIC
               OR WS-ALVO-BARRA NOT = '/'
               OR WS-ALVO-MM < 1 OR WS-ALVO-MM > 12
                DISPLAY 'MES INVALIDO, REABERTURA RECUSADA.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM CONSULTAR-SITUACAO-MES
            IF NOT WS-MES-FECHADO
                DISPLAY 'PERIODO ' WS-MES-ALVO ' NAO ESTA FECHADO, '
                        'NADA A REABRIR.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            DISPLAY 'MOTIVO: ' WITH NO ADVANCING
            ACCEPT WS-MOTIVO
            IF WS-MOTIVO = SPACES
                DISPLAY 'INFORME O MOTIVO, REABERTURA RECUSADA.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

      *    A REABERTURA MEXE EM NUMEROS JA ASSINADOS PELA
      *    CONTABILIDADE: EXIGE UM SEGUNDO CODIGO, COMO A CORRECAO DE
      *    REJEICOES (CALC2COR).
            DISPLAY 'SUPERVISOR: ' WITH NO ADVANCING
            ACCEPT WS-SUPERVISOR
            IF WS-SUPERVISOR = SPACES OR WS-SUPERVISOR = WS-OPERADOR
                DISPLAY 'SUPERVISOR AUSENTE OU IGUAL AO OPERADOR, '
                        'REABERTURA RECUSADA.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM CONFERIR-SUPERVISOR

            PERFORM GRAVAR-EVENTO-REABERTURA

            DISPLAY 'PERIODO ' WS-MES-ALVO ' REABERTO. FECHE DE NOVO '
                    'COM FECHAMES ' WS-MES-ALVO ' APOS A CORRECAO.'

            STOP RUN.
      *-----------------------------------------------------------------
       CONFERIR-SUPERVISOR.
      *-----------------------------------------------------------------
      *    MESMA CONFERENCIA DO OPERMANUT (CODIGO, ATIVO, NAO
      *    BLOQUEADO, SENHA) COM O PERFIL 'S' OU 'A'. UMA SENHA ERRADA
      *    AQUI CONTA PARA O BLOQUEIO IGUAL A UMA NO MENU, E TODA
      *    RECUSA FICA NO LOG DE ACESSOS.
            DISPLAY 'SENHA DO SUPERVISOR: ' WITH NO ADVANCING
            ACCEPT WS-OPR-SENHA

            OPEN I-O OPERADOR-FILE
            IF WS-FS-OPERADOR NOT = '00'
                DISPLAY 'CADASTRO DE OPERADORES (OPERADOR.DAT) '
                        'INDISPONIVEL. FS: ' WS-FS-OPERADOR
                DISPLAY 'REABERTURA RECUSADA.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE WS-SUPERVISOR TO OPR-ID
            READ OPERADOR-FILE
                INVALID KEY
                    MOVE 'R' TO WS-ACS-EVENTO
                    MOVE 'REABERTURA: SUPERVISOR DESCONHECIDO'
                      TO WS-ACS-DESC
                    PERFORM RECUSAR-SUPERVISOR
            END-READ

            IF NOT OPR-ESTA-ATIVO OR OPR-ESTA-BLOQUEADO
                MOVE 'R' TO WS-ACS-EVENTO
                MOVE 'REABERTURA: SUPERVISOR INATIVO OU BLOQUEADO'
                  TO WS-ACS-DESC
                PERFORM RECUSAR-SUPERVISOR
            END-IF

            MOVE WS-SUPERVISOR TO WS-OPR-ENT-ID
            MOVE WS-OPR-SENHA  TO WS-OPR-ENT-SENHA
            PERFORM CALCULAR-RESUMO-SENHA
            IF WS-OPR-RESUMO NOT = OPR-SENHA-HASH
                ADD 1 TO OPR-FALHAS
                IF OPR-FALHAS >= WS-OPR-MAX-FALHAS
                    MOVE 'S' TO OPR-BLOQUEADO
                    MOVE 'B' TO WS-ACS-EVENTO
                    MOVE 'REABERTURA: BLOQUEADO POR FALHAS DE SENHA'
                      TO WS-ACS-DESC
                ELSE
                    MOVE 'F' TO WS-ACS-EVENTO
                    MOVE 'REABERTURA: SENHA INCORRETA' TO WS-ACS-DESC
                END-IF
                REWRITE OPR-RECORD
                PERFORM RECUSAR-SUPERVISOR
            END-IF

            IF NOT OPR-PERFIL-SUPERVISOR AND NOT OPR-PERFIL-ADMIN
                MOVE 'R' TO WS-ACS-EVENTO
                MOVE 'REABERTURA: PERFIL NAO E SUPERVISOR'
                  TO WS-ACS-DESC
                PERFORM RECUSAR-SUPERVISOR
            END-IF

            MOVE ZEROS TO OPR-FALHAS
            REWRITE OPR-RECORD
            CLOSE OPERADOR-FILE.
      *-----------------------------------------------------------------
       RECUSAR-SUPERVISOR.
      *-----------------------------------------------------------------
            PERFORM GRAVAR-ACESSO
            CLOSE OPERADOR-FILE
            DISPLAY 'SUPERVISOR NAO AUTORIZADO, REABERTURA RECUSADA.'
            MOVE 8 TO RETURN-CODE
            STOP RUN.
      *-----------------------------------------------------------------
       CALCULAR-RESUMO-SENHA.
      *-----------------------------------------------------------------
      *    MESMA ROTINA DO MENU E DO OPERMANUT: OS PROGRAMAS PRECISAM
      *    CHEGAR AO MESMO RESUMO PARA O MESMO CODIGO + SENHA.
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
       GRAVAR-ACESSO.
      *-----------------------------------------------------------------
      *    A RECUSA FICA NO NOME DO SUPERVISOR INFORMADO, COM A OPCAO
      *    6 DO MENU (REABERTURA DE PERIODO).
            ACCEPT WS-OPR-AMD  FROM DATE YYYYMMDD
            ACCEPT WS-OPR-HORA FROM TIME
            STRING WS-OPR-AMD(7:2) '/' WS-OPR-AMD(5:2) '/'
                   WS-OPR-AMD(1:4)
                   DELIMITED BY SIZE INTO WS-OPR-DATA
            END-STRING
            OPEN EXTEND ACESSO-FILE
            IF WS-FS-ACESSO NOT = '00'
                OPEN OUTPUT ACESSO-FILE
            END-IF
            MOVE SPACES          TO ACS-RECORD
            MOVE WS-OPR-DATA     TO ACS-DATA
            MOVE WS-OPR-HORA     TO ACS-HORA
            MOVE WS-SUPERVISOR   TO ACS-OPERADOR
            MOVE WS-ACS-EVENTO   TO ACS-EVENTO
            MOVE '6'             TO ACS-OPCAO
            MOVE WS-ACS-DESC     TO ACS-DESCRICAO
            WRITE ACS-RECORD
            CLOSE ACESSO-FILE.
      *-----------------------------------------------------------------
       CONSULTAR-SITUACAO-MES.
      *-----------------------------------------------------------------
            MOVE SPACES TO WS-SITUACAO-MES
            MOVE 'N'    TO WS-FIM-ARQ-FLAG
            OPEN INPUT PERIODO-FILE
            IF WS-FS-PERIODO = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ PERIODO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF PER-MES = WS-MES-ALVO
                                MOVE PER-EVENTO TO WS-SITUACAO-MES
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERIODO-FILE
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-EVENTO-REABERTURA.
      *-----------------------------------------------------------------
            ACCEPT WS-SYS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-SYS-HORA FROM TIME
            OPEN EXTEND PERIODO-FILE
            IF WS-FS-PERIODO NOT = '00'
                OPEN OUTPUT PERIODO-FILE
            END-IF
            MOVE SPACES        TO PER-RECORD
            MOVE WS-MES-ALVO   TO PER-MES
            MOVE 'R'           TO PER-EVENTO
            STRING WS-SYS-DATA(7:2) '/' WS-SYS-DATA(5:2) '/'
                   WS-SYS-DATA(1:4)
                   DELIMITED BY SIZE INTO PER-DATA
            END-STRING
            MOVE WS-SYS-HORA   TO PER-HORA
            IF WS-RUN-NUMERO NUMERIC
                MOVE WS-RUN-NUMERO TO PER-LOTE
            ELSE
                MOVE ZEROS         TO PER-LOTE
            END-IF
            MOVE WS-OPERADOR   TO PER-OPERADOR
            MOVE WS-SUPERVISOR TO PER-SUPERVISOR
            MOVE WS-MOTIVO     TO PER-MOTIVO
            WRITE PER-RECORD
            CLOSE PERIODO-FILE.
      *-----------------------------------------------------------------
       LER-RUN-HEADER.
      *-----------------------------------------------------------------
            MOVE SPACES TO WS-RUN-HEADER
            OPEN INPUT RUNCTL-FILE
            IF WS-FS-RUNCTL = '00'
                READ RUNCTL-FILE
                    NOT AT END
                        MOVE RUNCTL-RECORD TO WS-RUN-HEADER
                END-READ
                CLOSE RUNCTL-FILE
            END-IF.

       END PROGRAM PERREABRE.
