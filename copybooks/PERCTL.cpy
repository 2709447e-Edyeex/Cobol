      ******************************************************************
      * Copybook: PERCTL
      * Purpose:  CAMPOS DE TRABALHO DA TRAVA DE PERIODO FECHADO,
      *           COMPARTILHADOS PELOS PASSOS QUE LANCAM MOVIMENTO.
      *           A ROTINA VERIFICAR-PERIODO-FECHADO PROCURA EM
      *           PERIODOS.DAT O ULTIMO EVENTO DO MES DO RUN HEADER
      *           (WS-RUN-DATA(4:7)); SE FOR UM FECHAMENTO, GRAVA A
      *           RECUSA EM PERRECUS.DAT EM NOME DE WS-PER-PASSO E
      *           ENCERRA O PASSO COM RC 8 ANTES DE QUALQUER GRAVACAO.
      ******************************************************************
       01  WS-FS-PERIODO               PIC X(02) VALUE SPACES.
       01  WS-FS-PERRECUS              PIC X(02) VALUE SPACES.
       01  WS-PER-MES-ALVO             PIC X(07) VALUE SPACES.
       01  WS-PER-SITUACAO             PIC X(01) VALUE SPACES.
           88  WS-PER-FECHADO          VALUE 'F'.
       01  WS-PER-PASSO                PIC X(15) VALUE SPACES.
       01  WS-PER-AMD                  PIC X(08) VALUE SPACES.
       01  WS-PER-HORA                 PIC X(08) VALUE SPACES.
       01  WS-FIM-PER-FLAG             PIC X(01) VALUE 'N'.
           88  WS-FIM-PER              VALUE 'S'.
