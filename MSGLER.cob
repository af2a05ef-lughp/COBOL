       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Caixa de mensagens do operador assinado na
      *             SEGURAN. Lista so as mensagens do MSGREG que sao
      *             dele - enderecadas ao usuario, ao grupo dele
      *             (OPE-GRUPO) ou, para o supervisor, ao grupo
      *             SUPERVISORES, as escaladas pelo MSGPEND e as de
      *             destinatario que nao e usuario nem grupo do
      *             OPERMST -, com as urgentes nao lidas primeiro,
      *             depois as normais nao lidas e por fim as ja lidas.
      *             Marca como lida a mensagem da caixa cujo numero
      *             (MSG-ID) o operador informar, gravando quem leu e
      *             quando; mensagem de grupo lida por um membro fica
      *             lida para o grupo.
      *
      * Historico de alteracoes:
      *   09/08/2026 LHP  Versao inicial.
      *                   execucao (status 35), como PROG10/PROG11;
      *                   qualquer outro erro de abertura aborta antes
      *                   de tentar marcar a mensagem como lida.
      *   15/10/2026 LHP  Caixa por operador: assinatura na SEGURAN,
      *                   lista das mensagens do usuario, do grupo e
      *                   (supervisor) de SUPERVISORES, escaladas e sem
      *                   destinatario conhecido, urgentes primeiro; so
      *                   marca mensagem da propria caixa e grava quem
      *                   leu, data e hora; varias por execucao.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS MSG-ID
               FILE STATUS IS WS-MSGREG-STATUS.

           SELECT OPERMST-ARQ
               ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-USUARIO
               FILE STATUS IS WS-OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSGREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY MSGC.

       FD  OPERMST-ARQ
           LABEL RECORD IS STANDARD.
           COPY OPERC.

       WORKING-STORAGE SECTION.

       01  WS-MSGREG-STATUS    PIC X(02) VALUE '00'.
       01  WS-OPERMST-STATUS   PIC X(02) VALUE '00'.
       01  WS-ABORTAR          PIC X(01) VALUE 'N'.
           88 WS-ABORTAR-EXECUCAO VALUE 'S'.
       01  WS-FIM-MSGREG       PIC X(01) VALUE 'N'.
           88 FIM-DO-MSGREG    VALUE 'S'.
       01  WS-FIM-OPERMST      PIC X(01) VALUE 'N'.
           88 FIM-DO-OPERMST   VALUE 'S'.
       01  WS-FIM-LEITURA      PIC X(01) VALUE 'N'.
           88 FIM-DA-LEITURA   VALUE 'S'.
       01  WS-NA-CAIXA         PIC X(01) VALUE 'N'.
           88 WS-MENSAGEM-DA-CAIXA VALUE 'S'.
       01  WS-DESTINO-ACHADO   PIC X(01) VALUE 'N'.
           88 WS-DESTINO-CONHECIDO VALUE 'S'.

      * Grupo formado pelos operadores de nivel 2 (supervisores).
       01  WS-GRUPO-SUPERVISORES PIC X(20) VALUE 'SUPERVISORES'.

      * Usuarios e grupos do OPERMST, para saber se o destinatario da
      * mensagem e conhecido (senao ela fica com os supervisores).
       01  WS-TAB-OPERADORES.
           05 WS-QTD-OPERADORES    PIC 9(03) COMP VALUE 0.
           05 WS-OPERADOR-ITEM OCCURS 500 TIMES
                                   INDEXED BY WS-IDX-OPE.
               10 WS-TAB-USUARIO   PIC X(08).
               10 WS-TAB-GRUPO     PIC X(10).

       01  WS-MEU-GRUPO        PIC X(10) VALUE SPACES.
       01  WS-SUPERVISOR       PIC X(01) VALUE 'N'.
           88 WS-OPERADOR-SUPERVISOR VALUE 'S'.

      * Passada da listagem: 1 = urgentes nao lidas, 2 = normais nao
      * lidas, 3 = lidas.
       01  WS-PASSADA          PIC 9(01) VALUE 0.
       01  WS-ID-DIGITADO      PIC 9(04) VALUE 0.
       01  WS-DATA-SISTEMA     PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA     PIC 9(08) VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-URGENTES      PIC 9(04) VALUE 0.
           05 WS-QTD-NAO-LIDAS     PIC 9(04) VALUE 0.
           05 WS-QTD-LIDAS         PIC 9(04) VALUE 0.
           05 WS-QTD-MARCADAS      PIC 9(04) VALUE 0.

       01  WS-LINHA-CAIXA.
           05 WS-LC-ID             PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LC-PRIORIDADE     PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LC-DATA           PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LC-DESTINO        PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LC-TEXTO          PIC X(80).

           COPY SEGLINKC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT WS-ABORTAR-EXECUCAO
               PERFORM 2000-LISTAR-CAIXA THRU 2000-EXIT
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM 3000-MARCAR-COMO-LIDA THRU 3000-EXIT
                   UNTIL FIM-DA-LEITURA
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - assina o operador na SEGURAN, carrega os
      * usuarios e grupos do OPERMST e abre o arquivo de mensagens em
      * modo de atualizacao, criando-o se ainda nao existir (status
      * 35). Se a abertura falhar por outro motivo, marca
      * WS-ABORTAR-EXECUCAO para que a caixa nem seja listada.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'MSGLER'   TO SEG-PROGRAMA.
           MOVE 1          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               SET WS-ABORTAR-EXECUCAO TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF SEG-NIVEL = 2
               MOVE 'S' TO WS-SUPERVISOR
           END-IF.
           PERFORM 1100-CARREGAR-OPERADORES THRU 1100-EXIT.
           IF WS-ABORTAR-EXECUCAO
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O MSGREG-ARQ.
           IF WS-MSGREG-STATUS = '35'
               OPEN OUTPUT MSGREG-ARQ
           EXIT.

      ******************************************************************
      * 1100-CARREGAR-OPERADORES - tabela de usuarios e grupos do
      * OPERMST; guarda o grupo do operador assinado.
      ******************************************************************
       1100-CARREGAR-OPERADORES.
           MOVE 0 TO WS-QTD-OPERADORES.
           OPEN INPUT OPERMST-ARQ.
           IF WS-OPERMST-STATUS NOT = '00'
               DISPLAY 'MSGLER: ERRO AO ABRIR OPERMST - STATUS '
                   WS-OPERMST-STATUS
               SET WS-ABORTAR-EXECUCAO TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-OPERMST.
           MOVE LOW-VALUES TO OPE-USUARIO.
           START OPERMST-ARQ KEY IS NOT LESS THAN OPE-USUARIO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-OPERMST
           END-START.
           PERFORM 1150-GUARDAR-OPERADOR THRU 1150-EXIT
               UNTIL FIM-DO-OPERMST.
           CLOSE OPERMST-ARQ.
       1100-EXIT.
           EXIT.

       1150-GUARDAR-OPERADOR.
           READ OPERMST-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-OPERMST
                   GO TO 1150-EXIT
           END-READ.
           IF WS-OPERMST-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-OPERMST
               GO TO 1150-EXIT
           END-IF.
           IF OPE-USUARIO = SEG-USUARIO
               MOVE OPE-GRUPO TO WS-MEU-GRUPO
           END-IF.
           IF WS-QTD-OPERADORES < 500
               ADD 1 TO WS-QTD-OPERADORES
               SET WS-IDX-OPE TO WS-QTD-OPERADORES
               MOVE OPE-USUARIO TO WS-TAB-USUARIO (WS-IDX-OPE)
               MOVE OPE-GRUPO   TO WS-TAB-GRUPO   (WS-IDX-OPE)
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LISTAR-CAIXA - tres passadas no MSGREG: urgentes nao
      * lidas, normais nao lidas e lidas, so as mensagens da caixa do
      * operador.
      ******************************************************************
       2000-LISTAR-CAIXA.
           DISPLAY ' '.
           DISPLAY '=== CAIXA DE MENSAGENS DE ' SEG-USUARIO ' ==='.
           PERFORM 2100-LISTAR-PASSADA THRU 2100-EXIT
               VARYING WS-PASSADA FROM 1 BY 1
               UNTIL WS-PASSADA > 3.
           DISPLAY ' '.
           DISPLAY 'MSGLER: ' WS-QTD-NAO-LIDAS
               ' NAO LIDA(S), DAS QUAIS ' WS-QTD-URGENTES
               ' URGENTE(S); ' WS-QTD-LIDAS ' LIDA(S)'.
       2000-EXIT.
           EXIT.

       2100-LISTAR-PASSADA.
           EVALUATE WS-PASSADA
               WHEN 1
                   DISPLAY '--- URGENTES NAO LIDAS ---'
               WHEN 2
                   DISPLAY '--- NORMAIS NAO LIDAS ---'
               WHEN 3
                   DISPLAY '--- JA LIDAS ---'
           END-EVALUATE.
           MOVE 'N' TO WS-FIM-MSGREG.
           MOVE 0 TO MSG-ID.
           START MSGREG-ARQ KEY IS NOT LESS THAN MSG-ID
               INVALID KEY
                   MOVE 'S' TO WS-FIM-MSGREG
           END-START.
           PERFORM 2200-EXAMINAR-MENSAGEM THRU 2200-EXIT
               UNTIL FIM-DO-MSGREG.
       2100-EXIT.
           EXIT.

       2200-EXAMINAR-MENSAGEM.
           READ MSGREG-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MSGREG
                   GO TO 2200-EXIT
           END-READ.
           IF WS-MSGREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-MSGREG
               GO TO 2200-EXIT
           END-IF.
           EVALUATE WS-PASSADA
               WHEN 1
                   IF MSG-LIDA OR NOT MSG-URGENTE
                       GO TO 2200-EXIT
                   END-IF
               WHEN 2
                   IF MSG-LIDA OR MSG-URGENTE
                       GO TO 2200-EXIT
                   END-IF
               WHEN 3
                   IF NOT MSG-LIDA
                       GO TO 2200-EXIT
                   END-IF
           END-EVALUATE.
           PERFORM 7000-VERIFICAR-CAIXA THRU 7000-EXIT.
           IF NOT WS-MENSAGEM-DA-CAIXA
               GO TO 2200-EXIT
           END-IF.
           MOVE MSG-ID           TO WS-LC-ID.
           IF MSG-URGENTE
               MOVE 'URGENTE' TO WS-LC-PRIORIDADE
           ELSE
               MOVE 'NORMAL'  TO WS-LC-PRIORIDADE
           END-IF.
           MOVE MSG-DATA-GRAVACAO TO WS-LC-DATA.
           MOVE MSG-DESTINATARIO  TO WS-LC-DESTINO.
           MOVE MSG-TEXTO         TO WS-LC-TEXTO.
           DISPLAY WS-LINHA-CAIXA.
           IF MSG-FOI-ESCALADA AND NOT MSG-LIDA
               DISPLAY '     ESCALADA AOS SUPERVISORES EM '
                   MSG-DATA-ESCALADA
           END-IF.
           IF MSG-LIDA AND MSG-LIDA-POR NOT = SPACES
               DISPLAY '     LIDA POR ' MSG-LIDA-POR ' EM '
                   MSG-DATA-LEITURA ' ' MSG-HORA-LEITURA
           END-IF.
           EVALUATE WS-PASSADA
               WHEN 1
                   ADD 1 TO WS-QTD-URGENTES
                   ADD 1 TO WS-QTD-NAO-LIDAS
               WHEN 2
                   ADD 1 TO WS-QTD-NAO-LIDAS
               WHEN 3
                   ADD 1 TO WS-QTD-LIDAS
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MARCAR-COMO-LIDA - le a mensagem pelo numero informado (0
      * encerra) e, sendo da caixa do operador, grava a situacao LIDA
      * com o usuario, a data e a hora da leitura.
      ******************************************************************
       3000-MARCAR-COMO-LIDA.
           DISPLAY ' '.
           DISPLAY 'NUMERO DA MENSAGEM (0 = FIM): ' WITH NO ADVANCING.
           ACCEPT WS-ID-DIGITADO.
           IF WS-ID-DIGITADO = 0
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ID-DIGITADO TO MSG-ID.
           READ MSGREG-ARQ
               INVALID KEY
                   DISPLAY 'MSGLER: MENSAGEM NAO ENCONTRADA'
                   GO TO 3000-EXIT
           END-READ.
           PERFORM 7000-VERIFICAR-CAIXA THRU 7000-EXIT.
           IF NOT WS-MENSAGEM-DA-CAIXA
               DISPLAY 'MSGLER: MENSAGEM NAO ESTA NA SUA CAIXA'
               GO TO 3000-EXIT
           END-IF.
           IF MSG-LIDA
               DISPLAY 'MSGLER: MENSAGEM JA ESTAVA MARCADA COMO LIDA'
               IF MSG-LIDA-POR NOT = SPACES
                   DISPLAY 'MSGLER: LIDA POR ' MSG-LIDA-POR ' EM '
                       MSG-DATA-LEITURA
               END-IF
               GO TO 3000-EXIT
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           SET MSG-LIDA TO TRUE.
           MOVE SEG-USUARIO           TO MSG-LIDA-POR.
           MOVE WS-DATA-SISTEMA       TO MSG-DATA-LEITURA.
           MOVE WS-HORA-SISTEMA (1:6) TO MSG-HORA-LEITURA.
           REWRITE MSG-REGISTRO
               INVALID KEY
                   DISPLAY 'MSGLER: ERRO AO GRAVAR MENSAGEM'
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MARCADAS
                   DISPLAY 'MSGLER: MENSAGEM MARCADA COMO LIDA - '
                       MSG-TEXTO
           END-REWRITE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-VERIFICAR-CAIXA - a mensagem corrente e da caixa do
      * operador quando enderecada ao usuario ou ao grupo dele; para o
      * supervisor, tambem as do grupo SUPERVISORES, as escaladas e as
      * de destinatario que nao e usuario nem grupo do OPERMST.
      ******************************************************************
       7000-VERIFICAR-CAIXA.
           MOVE 'N' TO WS-NA-CAIXA.
           IF MSG-DESTINATARIO = SEG-USUARIO
               MOVE 'S' TO WS-NA-CAIXA
               GO TO 7000-EXIT
           END-IF.
           IF WS-MEU-GRUPO NOT = SPACES
               AND MSG-DESTINATARIO = WS-MEU-GRUPO
               MOVE 'S' TO WS-NA-CAIXA
               GO TO 7000-EXIT
           END-IF.
           IF NOT WS-OPERADOR-SUPERVISOR
               GO TO 7000-EXIT
           END-IF.
           IF MSG-DESTINATARIO = WS-GRUPO-SUPERVISORES
               OR MSG-FOI-ESCALADA
               MOVE 'S' TO WS-NA-CAIXA
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-PROCURAR-DESTINO THRU 7100-EXIT.
           IF NOT WS-DESTINO-CONHECIDO
               MOVE 'S' TO WS-NA-CAIXA
           END-IF.
       7000-EXIT.
           EXIT.

      * 7100-PROCURAR-DESTINO - o destinatario e usuario ou grupo de
      * algum operador do OPERMST?
       7100-PROCURAR-DESTINO.
           MOVE 'N' TO WS-DESTINO-ACHADO.
           PERFORM 7150-COMPARAR-OPERADOR THRU 7150-EXIT
               VARYING WS-IDX-OPE FROM 1 BY 1
               UNTIL WS-DESTINO-CONHECIDO
                   OR WS-IDX-OPE > WS-QTD-OPERADORES.
       7100-EXIT.
           EXIT.

       7150-COMPARAR-OPERADOR.
           IF MSG-DESTINATARIO = WS-TAB-USUARIO (WS-IDX-OPE)
               MOVE 'S' TO WS-DESTINO-ACHADO
           END-IF.
           IF WS-TAB-GRUPO (WS-IDX-OPE) NOT = SPACES
               AND MSG-DESTINATARIO = WS-TAB-GRUPO (WS-IDX-OPE)
               MOVE 'S' TO WS-DESTINO-ACHADO
           END-IF.
       7150-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha o arquivo de mensagens.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT SEG-ACESSO-LIBERADO
               GO TO 9000-EXIT
           END-IF.
           IF WS-MSGREG-STATUS = '00'
               OR WS-MSGREG-STATUS = '10'
               OR WS-MSGREG-STATUS = '23'
               CLOSE MSGREG-ARQ
               DISPLAY 'MSGLER: ' WS-QTD-MARCADAS
                   ' MENSAGEM(NS) MARCADA(S) COMO LIDA(S)'
           END-IF.
       9000-EXIT.
           EXIT.
