           88 FIM-DO-MSGREG    VALUE 'S'.
       01  WS-ULTIMO-ID        PIC 9(04) VALUE 0.
       01  WS-PROX-ID          PIC 9(04) VALUE 0.
       01  WS-HORA-SISTEMA     PIC 9(08) VALUE 0.
       01  WS-PRIORIDADE-MSG   PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
           MOVE WS-PRIORIDADE-MSG TO MSG-PRIORIDADE.
           SET MSG-NAO-LIDA     TO TRUE.
           ACCEPT MSG-DATA-GRAVACAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA (1:6) TO MSG-HORA-GRAVACAO.
           MOVE SPACES          TO MSG-LIDA-POR.
           MOVE 0               TO MSG-DATA-LEITURA.
           MOVE 0               TO MSG-HORA-LEITURA.
           MOVE 'N'             TO MSG-ESCALADA.
           MOVE 0               TO MSG-DATA-ESCALADA.
           MOVE 0               TO MSG-HORA-ESCALADA.
           WRITE MSG-REGISTRO
               INVALID KEY
                   DISPLAY 'PROG10: ERRO AO GRAVAR MENSAGEM'
