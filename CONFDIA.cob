      *   21/08/2026 LHP  Relatorio da conciliacao gravado no arquivo
      *                   de impressao datado CONFDIA-AAAAMMDD-HHMM em
      *                   vez de sair por DISPLAY.
      *   15/10/2026 LHP  STOP RUN substituido por GOBACK, para o
      *                   programa poder ser chamado pela cadeia
      *                   noturna (NOTURNO); erro de abertura volta ao
      *                   chamador com RETURN-CODE 16.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88 FIM-DO-EMPLOG       VALUE 'S'.
           05 WS-ACHOU-AUDITORIA      PIC X(01) VALUE 'N'.
               88 WS-AUDITORIA-ENCONTRADA VALUE 'S'.
           05 WS-ABORTAR              PIC X(01) VALUE 'N'.
               88 WS-EXECUCAO-ABORTADA VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-NOME-GERACAO         PIC X(20) VALUE SPACES.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 2000-CASAR-IMAGENS THRU 2000-EXIT
                   UNTIL FIM-DO-BACKUP AND FIM-DO-EMPREG
               PERFORM 6000-RELATAR-AUDITORIA-SOLTA THRU 6000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - le a geracao de ontem e a data conferida,
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'CONFDIA: ERRO AO ABRIR A GERACAO '
                   WS-NOME-GERACAO ' - STATUS ' WS-BACKUP-STATUS
               MOVE 'S' TO WS-ABORTAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'CONFDIA: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               CLOSE BACKUP-ARQ
               MOVE 'S' TO WS-ABORTAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-CARREGAR-AUDITORIA THRU 1500-EXIT.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'CONFDIA: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               CLOSE BACKUP-ARQ
               CLOSE EMPREG-ARQ
               MOVE 'S' TO WS-ABORTAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-DATA-CONFERIDA TO CAB2C-DATA.
           MOVE CAB1C TO REL-LINHA.
