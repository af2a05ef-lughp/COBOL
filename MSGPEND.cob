       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGPEND.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Escalada e relatorio de avisos pendentes da caixa
      *             de mensagens (MSGREG). A mensagem urgente que
      *             continua nao lida WS-HORAS-ESCALADA horas depois de
      *             gravada (padrao 4) e escalada aos supervisores:
      *             fica marcada com a data e a hora da escalada e
      *             passa a aparecer tambem na caixa de todo operador
      *             de nivel 2 (MSGLER), sem deixar a do destinatario
      *             original. Lista toda mensagem ainda nao lida, com
      *             a idade, o tipo de destino (operador, grupo,
      *             SUPERVISORES ou sem dono no OPERMST) e a situacao,
      *             para ver o que ninguem pegou. Havendo escalada,
      *             deixa aviso para SUPERVISORES (MSGGRAV).
      *
      * Historico de alteracoes:
      *   15/10/2026 LHP  Versao inicial.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGREG-ARQ
               ASSIGN TO "MSGREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-ID
               FILE STATUS IS WS-MSGREG-STATUS.

           SELECT OPERMST-ARQ
               ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-USUARIO
               FILE STATUS IS WS-OPERMST-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSGREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY MSGC.

       FD  OPERMST-ARQ
           LABEL RECORD IS STANDARD.
           COPY OPERC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-MSGREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-OPERMST-STATUS       PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-FIM-OPERMST          PIC X(01) VALUE 'N'.
               88 FIM-DO-OPERMST      VALUE 'S'.
           05 WS-ABERTOS              PIC X(01) VALUE 'N'.
               88 WS-ARQUIVOS-ABERTOS VALUE 'S'.
           05 WS-ATRASO               PIC X(01) VALUE 'N'.
               88 WS-MENSAGEM-ATRASADA VALUE 'S'.

      * Horas sem leitura a partir das quais a mensagem urgente e
      * escalada; zero no parametro assume o padrao.
       01  WS-HORAS-PADRAO            PIC 9(03) VALUE 4.
       01  WS-HORAS-ESCALADA          PIC 9(03) VALUE 0.
       01  WS-DIAS-ESCALADA           PIC 9(03) VALUE 0.
       01  WS-HORAS-RESTO             PIC 9(02) VALUE 0.
       01  WS-CONTADOR-DIAS           PIC 9(03) VALUE 0.

      * Grupo formado pelos operadores de nivel 2 (supervisores).
       01  WS-GRUPO-SUPERVISORES      PIC X(20) VALUE 'SUPERVISORES'.

      * Momento limite: mensagem gravada antes dele esta atrasada.
       01  WS-LIMITE-ESCALADA.
           05 WS-LIMITE-DATA          PIC 9(08) VALUE 0.
           05 WS-LIMITE-HORA          PIC 9(06) VALUE 0.

       01  WS-MOMENTO-MENSAGEM.
           05 WS-MOMENTO-DATA         PIC 9(08) VALUE 0.
           05 WS-MOMENTO-HORA         PIC 9(06) VALUE 0.

      * Dias de cada mes (fevereiro acertado no ano bissexto), para
      * achar a data limite.
       01  WS-TAB-DIAS-MES.
           05 FILLER                  PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       01  WS-CALCULO-DATA.
           05 WS-DATA-CALCULO         PIC 9(08) VALUE 0.
           05 WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO.
               10 WS-CALC-ANO         PIC 9(04).
               10 WS-CALC-MES         PIC 9(02).
               10 WS-CALC-DIA         PIC 9(02).
           05 WS-DIAS-DO-MES          PIC 9(02) VALUE 0.
           05 WS-ANO-QUOCIENTE        PIC 9(04) VALUE 0.
           05 WS-ANO-RESTO            PIC 9(01) VALUE 0.

       01  WS-CALCULO-HORA.
           05 WS-HORA-AUX             PIC 9(06) VALUE 0.
           05 WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
               10 WS-AUX-HH           PIC 9(02).
               10 WS-AUX-MM           PIC 9(02).
               10 WS-AUX-SS           PIC 9(02).

       01  WS-HORA-FORMATADA.
           05 WS-FMT-HH               PIC 9(02).
           05 FILLER                  PIC X(01) VALUE ':'.
           05 WS-FMT-MM               PIC 9(02).
           05 FILLER                  PIC X(01) VALUE ':'.
           05 WS-FMT-SS               PIC 9(02).

      * Usuarios e grupos do OPERMST, para classificar o destino.
       01  WS-TAB-OPERADORES.
           05 WS-QTD-OPERADORES       PIC 9(03) COMP VALUE 0.
           05 WS-OPERADOR-ITEM OCCURS 500 TIMES
                                      INDEXED BY WS-IDX-OPE.
               10 WS-TAB-USUARIO      PIC X(08).
               10 WS-TAB-GRUPO        PIC X(10).

       01  WS-TIPO-DESTINO            PIC X(12) VALUE SPACES.
           88 WS-DESTINO-SEM-DONO     VALUE 'SEM DONO'.

       01  WS-RELATORIO-STATUS        PIC X(02) VALUE '00'.
       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(05) COMP VALUE 0.
           05 WS-QTD-PENDENTES        PIC 9(05) COMP VALUE 0.
           05 WS-QTD-URGENTES         PIC 9(05) COMP VALUE 0.
           05 WS-QTD-ATRASADAS        PIC 9(05) COMP VALUE 0.
           05 WS-QTD-ESCALADAS        PIC 9(05) COMP VALUE 0.
           05 WS-QTD-JA-ESCALADAS     PIC 9(05) COMP VALUE 0.
           05 WS-QTD-SEM-DONO         PIC 9(05) COMP VALUE 0.

       01  WS-QTD-EDITADA             PIC ZZ.ZZ9.

           COPY MSGGRVC.

       01  CAB1M.
           05 FILLER       PIC X(132) VALUE ALL '-'.

       01  CAB2M.
           05 FILLER       PIC X(38) VALUE
               'MENSAGENS NAO LIDAS - ESCALADA APOS '.
           05 CAB2M-HORAS  PIC ZZ9.
           05 FILLER       PIC X(25) VALUE
               ' HORAS (URGENTES) - EM '.
           05 CAB2M-DATA   PIC 9999/99/99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 CAB2M-HORA   PIC X(08).

       01  CAB3M.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(06) VALUE 'NUM.'.
           05 FILLER       PIC X(09) VALUE 'PRIOR.'.
           05 FILLER       PIC X(12) VALUE 'GRAVACAO'.
           05 FILLER       PIC X(10) VALUE 'HORA'.
           05 FILLER       PIC X(22) VALUE 'DESTINATARIO'.
           05 FILLER       PIC X(14) VALUE 'DESTINO'.
           05 FILLER       PIC X(16) VALUE 'SITUACAO'.
           05 FILLER       PIC X(40) VALUE 'TEXTO'.

       01  DET1M.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1M-ID     PIC 9(04).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1M-PRIORIDADE PIC X(07).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1M-DATA   PIC 9999/99/99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1M-HORA   PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1M-DESTINATARIO PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1M-DESTINO PIC X(12).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1M-SITUACAO PIC X(14).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1M-TEXTO  PIC X(40).

       01  TOT1M.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 TOT1M-DESCRICAO PIC X(35).
           05 TOT1M-QTD    PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-MENSAGEM THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - le o prazo de escalada, acha o momento
      * limite, carrega os operadores, abre a caixa e o relatorio e
      * posiciona na primeira mensagem.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'HORAS SEM LEITURA PARA ESCALAR (0 = 4): '
               WITH NO ADVANCING.
           ACCEPT WS-HORAS-ESCALADA.
           IF WS-HORAS-ESCALADA = 0
               MOVE WS-HORAS-PADRAO TO WS-HORAS-ESCALADA
           END-IF.
           PERFORM 1100-CALCULAR-LIMITE THRU 1100-EXIT.
           MOVE 'S' TO WS-FIM-ARQUIVO.
           PERFORM 1200-CARREGAR-OPERADORES THRU 1200-EXIT.
           IF RETURN-CODE = 16
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O MSGREG-ARQ.
           IF WS-MSGREG-STATUS = '35'
               OPEN OUTPUT MSGREG-ARQ
               CLOSE MSGREG-ARQ
               OPEN I-O MSGREG-ARQ
           END-IF.
           IF WS-MSGREG-STATUS NOT = '00'
               DISPLAY 'MSGPEND: ERRO AO ABRIR MSGREG - STATUS '
                   WS-MSGREG-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           STRING 'MSGPEND-'           DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'MSGPEND: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               CLOSE MSGREG-ARQ
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-ABERTOS.
           MOVE WS-HORAS-ESCALADA TO CAB2M-HORAS.
           MOVE WS-DATA-SISTEMA   TO CAB2M-DATA.
           MOVE WS-HORA-SISTEMA (1:6) TO WS-HORA-AUX.
           PERFORM 6200-FORMATAR-HORA THRU 6200-EXIT.
           MOVE WS-HORA-FORMATADA TO CAB2M-HORA.
           MOVE CAB1M TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2M TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1M TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3M TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE 0 TO MSG-ID.
           START MSGREG-ARQ KEY IS NOT LESS THAN MSG-ID
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 1000-EXIT
           END-START.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CALCULAR-LIMITE - recua do momento atual as horas do
      * prazo: as horas que sobram do dia inteiro saem da hora (com
      * emprestimo de um dia) e os dias inteiros saem da data.
      ******************************************************************
       1100-CALCULAR-LIMITE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           DIVIDE WS-HORAS-ESCALADA BY 24 GIVING WS-DIAS-ESCALADA
               REMAINDER WS-HORAS-RESTO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-CALCULO.
           MOVE WS-HORA-SISTEMA (1:6) TO WS-HORA-AUX.
           IF WS-AUX-HH < WS-HORAS-RESTO
               ADD 24 TO WS-AUX-HH
               ADD 1 TO WS-DIAS-ESCALADA
           END-IF.
           SUBTRACT WS-HORAS-RESTO FROM WS-AUX-HH.
           MOVE 0 TO WS-CONTADOR-DIAS.
           PERFORM 8800-SUBTRAIR-UM-DIA THRU 8800-EXIT
               UNTIL WS-CONTADOR-DIAS NOT < WS-DIAS-ESCALADA.
           MOVE WS-DATA-CALCULO TO WS-LIMITE-DATA.
           MOVE WS-HORA-AUX     TO WS-LIMITE-HORA.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-OPERADORES - tabela de usuarios e grupos do
      * OPERMST.
      ******************************************************************
       1200-CARREGAR-OPERADORES.
           MOVE 0 TO WS-QTD-OPERADORES.
           OPEN INPUT OPERMST-ARQ.
           IF WS-OPERMST-STATUS NOT = '00'
               DISPLAY 'MSGPEND: ERRO AO ABRIR OPERMST - STATUS '
                   WS-OPERMST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-OPERMST.
           MOVE LOW-VALUES TO OPE-USUARIO.
           START OPERMST-ARQ KEY IS NOT LESS THAN OPE-USUARIO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-OPERMST
           END-START.
           PERFORM 1250-GUARDAR-OPERADOR THRU 1250-EXIT
               UNTIL FIM-DO-OPERMST.
           CLOSE OPERMST-ARQ.
       1200-EXIT.
           EXIT.

       1250-GUARDAR-OPERADOR.
           READ OPERMST-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-OPERMST
                   GO TO 1250-EXIT
           END-READ.
           IF WS-OPERMST-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-OPERMST
               GO TO 1250-EXIT
           END-IF.
           IF WS-QTD-OPERADORES < 500
               ADD 1 TO WS-QTD-OPERADORES
               SET WS-IDX-OPE TO WS-QTD-OPERADORES
               MOVE OPE-USUARIO TO WS-TAB-USUARIO (WS-IDX-OPE)
               MOVE OPE-GRUPO   TO WS-TAB-GRUPO   (WS-IDX-OPE)
           END-IF.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENSAGEM - lista a mensagem nao lida e escala a
      * urgente atrasada que ainda nao foi escalada nem e dos
      * supervisores.
      ******************************************************************
       2000-PROCESSAR-MENSAGEM.
           ADD 1 TO WS-QTD-LIDOS.
           IF MSG-LIDA
               GO TO 2100-LER
           END-IF.
           ADD 1 TO WS-QTD-PENDENTES.
           IF MSG-DATA-GRAVACAO IS NUMERIC
               MOVE MSG-DATA-GRAVACAO TO WS-MOMENTO-DATA
           ELSE
               MOVE 0 TO WS-MOMENTO-DATA
           END-IF.
           IF MSG-HORA-GRAVACAO IS NUMERIC
               MOVE MSG-HORA-GRAVACAO TO WS-MOMENTO-HORA
           ELSE
               MOVE 0 TO WS-MOMENTO-HORA
           END-IF.
           MOVE 'N' TO WS-ATRASO.
           IF WS-MOMENTO-MENSAGEM < WS-LIMITE-ESCALADA
               MOVE 'S' TO WS-ATRASO
           END-IF.
           PERFORM 7000-CLASSIFICAR-DESTINO THRU 7000-EXIT.
           MOVE MSG-ID            TO DET1M-ID.
           MOVE WS-MOMENTO-DATA   TO DET1M-DATA.
           MOVE WS-MOMENTO-HORA   TO WS-HORA-AUX.
           PERFORM 6200-FORMATAR-HORA THRU 6200-EXIT.
           MOVE WS-HORA-FORMATADA TO DET1M-HORA.
           MOVE MSG-DESTINATARIO  TO DET1M-DESTINATARIO.
           MOVE WS-TIPO-DESTINO   TO DET1M-DESTINO.
           MOVE MSG-TEXTO         TO DET1M-TEXTO.
           IF MSG-URGENTE
               MOVE 'URGENTE' TO DET1M-PRIORIDADE
               ADD 1 TO WS-QTD-URGENTES
           ELSE
               MOVE 'NORMAL'  TO DET1M-PRIORIDADE
           END-IF.
           MOVE 'AGUARDANDO' TO DET1M-SITUACAO.
           IF MSG-URGENTE AND WS-MENSAGEM-ATRASADA
               MOVE 'ATRASADA' TO DET1M-SITUACAO
               ADD 1 TO WS-QTD-ATRASADAS
           END-IF.
           IF MSG-FOI-ESCALADA
               MOVE 'JA ESCALADA' TO DET1M-SITUACAO
               ADD 1 TO WS-QTD-JA-ESCALADAS
           ELSE
               IF MSG-URGENTE AND WS-MENSAGEM-ATRASADA
                   AND MSG-DESTINATARIO NOT = WS-GRUPO-SUPERVISORES
                   PERFORM 3000-ESCALAR THRU 3000-EXIT
               END-IF
           END-IF.
           MOVE DET1M TO REL-LINHA.
           WRITE REL-LINHA.
       2100-LER.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-LER-PROXIMO.
           READ MSGREG-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-MSGREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ESCALAR - marca a mensagem como escalada aos supervisores,
      * com a data e a hora desta execucao.
      ******************************************************************
       3000-ESCALAR.
           MOVE 'S'                   TO MSG-ESCALADA.
           MOVE WS-DATA-SISTEMA       TO MSG-DATA-ESCALADA.
           MOVE WS-HORA-SISTEMA (1:6) TO MSG-HORA-ESCALADA.
           REWRITE MSG-REGISTRO
               INVALID KEY
                   DISPLAY 'MSGPEND: ERRO AO ESCALAR MENSAGEM '
                       MSG-ID ' - STATUS ' WS-MSGREG-STATUS
                   GO TO 3000-EXIT
           END-REWRITE.
           MOVE 'ESCALADA AGORA' TO DET1M-SITUACAO.
           ADD 1 TO WS-QTD-ESCALADAS.
       3000-EXIT.
           EXIT.

       6200-FORMATAR-HORA.
           MOVE WS-AUX-HH TO WS-FMT-HH.
           MOVE WS-AUX-MM TO WS-FMT-MM.
           MOVE WS-AUX-SS TO WS-FMT-SS.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLASSIFICAR-DESTINO - OPERADOR ou GRUPO do OPERMST,
      * SUPERVISORES, ou SEM DONO (destino que nao casa com nenhum
      * deles - a mensagem fica com os supervisores).
      ******************************************************************
       7000-CLASSIFICAR-DESTINO.
           IF MSG-DESTINATARIO = WS-GRUPO-SUPERVISORES
               MOVE 'SUPERVISORES' TO WS-TIPO-DESTINO
               GO TO 7000-EXIT
           END-IF.
           MOVE 'SEM DONO' TO WS-TIPO-DESTINO.
           PERFORM 7100-COMPARAR-OPERADOR THRU 7100-EXIT
               VARYING WS-IDX-OPE FROM 1 BY 1
               UNTIL NOT WS-DESTINO-SEM-DONO
                   OR WS-IDX-OPE > WS-QTD-OPERADORES.
           IF WS-DESTINO-SEM-DONO
               ADD 1 TO WS-QTD-SEM-DONO
           END-IF.
       7000-EXIT.
           EXIT.

       7100-COMPARAR-OPERADOR.
           IF MSG-DESTINATARIO = WS-TAB-USUARIO (WS-IDX-OPE)
               MOVE 'OPERADOR' TO WS-TIPO-DESTINO
               GO TO 7100-EXIT
           END-IF.
           IF WS-TAB-GRUPO (WS-IDX-OPE) NOT = SPACES
               AND MSG-DESTINATARIO = WS-TAB-GRUPO (WS-IDX-OPE)
               MOVE 'GRUPO' TO WS-TIPO-DESTINO
           END-IF.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-AVISAR-ESCALADAS - deixa aviso para os supervisores
      * quando esta execucao escalou mensagem.
      ******************************************************************
       8000-AVISAR-ESCALADAS.
           MOVE WS-QTD-ESCALADAS TO WS-QTD-EDITADA.
           MOVE WS-GRUPO-SUPERVISORES TO GRV-DESTINATARIO.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'MSGPEND: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  ' URGENTE(S) ESCALADA(S) - VER '
                      DELIMITED BY SIZE
                  WS-NOME-RELATORIO DELIMITED BY SPACE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'N' TO GRV-PRIORIDADE.
           CALL 'MSGGRAV' USING GRV-PARAMETROS.
       8000-EXIT.
           EXIT.

      * 8800-SUBTRAIR-UM-DIA - recua WS-DATA-CALCULO em um dia, virando
      * mes e ano.
       8800-SUBTRAIR-UM-DIA.
           SUBTRACT 1 FROM WS-CALC-DIA.
           IF WS-CALC-DIA = 0
               SUBTRACT 1 FROM WS-CALC-MES
               IF WS-CALC-MES = 0
                   MOVE 12 TO WS-CALC-MES
                   SUBTRACT 1 FROM WS-CALC-ANO
               END-IF
               MOVE WS-DIAS-MES (WS-CALC-MES) TO WS-DIAS-DO-MES
               IF WS-CALC-MES = 2
                   DIVIDE WS-CALC-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                       REMAINDER WS-ANO-RESTO
                   IF WS-ANO-RESTO = 0
                       MOVE 29 TO WS-DIAS-DO-MES
                   END-IF
               END-IF
               MOVE WS-DIAS-DO-MES TO WS-CALC-DIA
           END-IF.
           ADD 1 TO WS-CONTADOR-DIAS.
       8800-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - imprime os totais, fecha os arquivos e avisa
      * os supervisores se houve escalada.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT WS-ARQUIVOS-ABERTOS
               GO TO 9000-EXIT
           END-IF.
           MOVE CAB1M TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'MENSAGENS NA CAIXA................:'
               TO TOT1M-DESCRICAO.
           MOVE WS-QTD-LIDOS TO TOT1M-QTD.
           MOVE TOT1M TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'NAO LIDAS LISTADAS................:'
               TO TOT1M-DESCRICAO.
           MOVE WS-QTD-PENDENTES TO TOT1M-QTD.
           MOVE TOT1M TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  DAS QUAIS URGENTES..............:'
               TO TOT1M-DESCRICAO.
           MOVE WS-QTD-URGENTES TO TOT1M-QTD.
           MOVE TOT1M TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  URGENTES FORA DO PRAZO..........:'
               TO TOT1M-DESCRICAO.
           MOVE WS-QTD-ATRASADAS TO TOT1M-QTD.
           MOVE TOT1M TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  ESCALADAS NESTA EXECUCAO........:'
               TO TOT1M-DESCRICAO.
           MOVE WS-QTD-ESCALADAS TO TOT1M-QTD.
           MOVE TOT1M TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  ESCALADAS ANTES.................:'
               TO TOT1M-DESCRICAO.
           MOVE WS-QTD-JA-ESCALADAS TO TOT1M-QTD.
           MOVE TOT1M TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  SEM DONO NO OPERMST.............:'
               TO TOT1M-DESCRICAO.
           MOVE WS-QTD-SEM-DONO TO TOT1M-QTD.
           MOVE TOT1M TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE MSGREG-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'MSGPEND: ' WS-QTD-PENDENTES
               ' MENSAGEM(NS) NAO LIDA(S), ' WS-QTD-ESCALADAS
               ' ESCALADA(S) - RELATORIO GRAVADO EM '
               WS-NOME-RELATORIO.
           IF WS-QTD-ESCALADAS > 0
               PERFORM 8000-AVISAR-ESCALADAS THRU 8000-EXIT
           END-IF.
           MOVE 0 TO RETURN-CODE.
       9000-EXIT.
           EXIT.
