                    MOVE 'EXCLUSAO'              TO WS-ACAO-DESC
                WHEN 'R'
                    MOVE 'REATIVACAO'            TO WS-ACAO-DESC
                WHEN 'U'
                    MOVE 'UNIFICACAO'            TO WS-ACAO-DESC
                WHEN 'L'
                    MOVE 'ANONIMIZACAO LGPD'     TO WS-ACAO-DESC
                WHEN OTHER
                    MOVE 'ACAO DESCONHECIDA'     TO WS-ACAO-DESC
            END-EVALUATE
            DISPLAY '-----------------------------------'
            DISPLAY 'LOTE ' JRN-LOTE ' DE ' JRN-DATA ': '
                    WS-ACAO-DESC
            IF JRN-OPERADOR NOT = SPACES
                DISPLAY '  OPERADOR DO MENU: ' JRN-OPERADOR
            END-IF
            IF JRN-ANTES = SPACES
                DISPLAY '  ANTES : (NAO EXISTIA)'
            ELSE
