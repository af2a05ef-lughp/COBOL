      *             EXCFUNC, FERIAS) deixem seus alertas na caixa de
      *             mensagens lida pelo MSGLER em vez de so numa tela
      *             que rola. Prioridade U = urgente (aborts), N =
      *             normal (avisos). O destinatario e um usuario do
      *             OPERMST, um grupo (OPE-GRUPO ou SUPERVISORES) ou
      *             texto livre, que fica com os supervisores; quem ve
      *             cada mensagem e decidido na leitura (MSGLER).
      *
      * Historico de alteracoes:
      *   21/08/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Grava a hora da mensagem (prazo de escalada
      *                   do MSGPEND) e limpa leitor e escalada.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 FIM-DO-MSGREG    VALUE 'S'.
       01  WS-ULTIMO-ID        PIC 9(04) VALUE 0.
       01  WS-PROX-ID          PIC 9(04) VALUE 0.
       01  WS-HORA-SISTEMA     PIC 9(08) VALUE 0.

       LINKAGE SECTION.
           COPY MSGGRVC.
      * proximo MSG-ID e situacao nao-lida.
      ******************************************************************
       3000-GRAVAR-MENSAGEM.
           MOVE SPACES            TO MSG-REGISTRO.
           MOVE WS-PROX-ID        TO MSG-ID.
           MOVE GRV-DESTINATARIO  TO MSG-DESTINATARIO.
           MOVE GRV-TEXTO         TO MSG-TEXTO.
           MOVE GRV-PRIORIDADE    TO MSG-PRIORIDADE.
           SET MSG-NAO-LIDA       TO TRUE.
           ACCEPT MSG-DATA-GRAVACAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA (1:6) TO MSG-HORA-GRAVACAO.
           MOVE SPACES            TO MSG-LIDA-POR.
           MOVE 0                 TO MSG-DATA-LEITURA.
           MOVE 0                 TO MSG-HORA-LEITURA.
           MOVE 'N'               TO MSG-ESCALADA.
           MOVE 0                 TO MSG-DATA-ESCALADA.
           MOVE 0                 TO MSG-HORA-ESCALADA.
           WRITE MSG-REGISTRO
               INVALID KEY
                   DISPLAY 'MSGGRAV: ERRO AO GRAVAR MENSAGEM'
