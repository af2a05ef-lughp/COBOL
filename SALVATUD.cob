      *
      * Historico de alteracoes:
      *   03/09/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  STOP RUN substituido por GOBACK, para o
      *                   programa poder ser chamado pela cadeia
      *                   noturna (NOTURNO). Erro ao abrir uma geracao
      *                   membro interrompe o conjunto com RETURN-CODE
      *                   16, sem catalogar o conjunto incompleto.
      *   15/10/2026 LHP  Depois do erro numa geracao membro, as
      *                   seguintes nem sao abertas (nada de membro
      *                   vazio aberto nem erro repetido).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-CONJCAT-STATUS       PIC X(02) VALUE '00'.
           05 WS-FIM-MEMBRO           PIC X(01) VALUE 'N'.
               88 FIM-DO-MEMBRO       VALUE 'S'.
           05 WS-ABORTAR              PIC X(01) VALUE 'N'.
               88 WS-EXECUCAO-ABORTADA VALUE 'S'.

       01  WS-NOME-CONJUNTO           PIC X(20) VALUE SPACES.
       01  WS-NOME-MEMBRO             PIC X(30) VALUE SPACES.
           PERFORM 2500-SALVAR-FERIAS THRU 2500-EXIT.
           PERFORM 2600-SALVAR-TRANSFER THRU 2600-EXIT.
           PERFORM 2700-SALVAR-FOLHAHIS THRU 2700-EXIT.
           IF WS-EXECUCAO-ABORTADA
               DISPLAY 'SALVATUD: CONJUNTO ' WS-NOME-CONJUNTO
                   ' INCOMPLETO - NAO CATALOGADO'
           ELSE
               PERFORM 8000-CATALOGAR-CONJUNTO THRU 8000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - monta o nome do conjunto com a data/hora do
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'SALVATUD: ERRO AO ABRIR ' WS-NOME-MEMBRO
                   ' - STATUS ' WS-BACKUP-STATUS
               MOVE 'S' TO WS-ABORTAR
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      * sai vazia (so trailer zerado) e a recarga recria vazio.
      ******************************************************************
       2100-SALVAR-EMPREG.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-MEMBRO.
           STRING WS-NOME-CONJUNTO DELIMITED BY SPACE
                  '-EMPREG'        DELIMITED BY SIZE
                  INTO WS-NOME-MEMBRO
           END-STRING.
           PERFORM 3000-ABRIR-MEMBRO THRU 3000-EXIT.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2100-EXIT
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'SALVATUD: EMPREG INDISPONIVEL - GERACAO '
      * 2200-SALVAR-DEPEND - descarrega os dependentes.
      ******************************************************************
       2200-SALVAR-DEPEND.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-MEMBRO.
           STRING WS-NOME-CONJUNTO DELIMITED BY SPACE
                  '-DEPEND'        DELIMITED BY SIZE
                  INTO WS-NOME-MEMBRO
           END-STRING.
           PERFORM 3000-ABRIR-MEMBRO THRU 3000-EXIT.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2200-EXIT
           END-IF.
           OPEN INPUT DEPEND-ARQ.
           IF WS-DEPEND-STATUS NOT = '00'
               DISPLAY 'SALVATUD: DEPEND INDISPONIVEL - GERACAO '
      * 2300-SALVAR-EMPCOMP - descarrega os dados complementares.
      ******************************************************************
       2300-SALVAR-EMPCOMP.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-MEMBRO.
           STRING WS-NOME-CONJUNTO DELIMITED BY SPACE
                  '-EMPCOMP'       DELIMITED BY SIZE
                  INTO WS-NOME-MEMBRO
           END-STRING.
           PERFORM 3000-ABRIR-MEMBRO THRU 3000-EXIT.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2300-EXIT
           END-IF.
           OPEN INPUT EMPCOMP-ARQ.
           IF WS-EMPCOMP-STATUS NOT = '00'
               DISPLAY 'SALVATUD: EMPCOMP INDISPONIVEL - GERACAO '
      * 2400-SALVAR-CONSIG - descarrega as consignacoes.
      ******************************************************************
       2400-SALVAR-CONSIG.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-MEMBRO.
           STRING WS-NOME-CONJUNTO DELIMITED BY SPACE
                  '-CONSIG'        DELIMITED BY SIZE
                  INTO WS-NOME-MEMBRO
           END-STRING.
           PERFORM 3000-ABRIR-MEMBRO THRU 3000-EXIT.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2400-EXIT
           END-IF.
           OPEN INPUT CONSIG-ARQ.
           IF WS-CONSIG-STATUS NOT = '00'
               DISPLAY 'SALVATUD: CONSIG INDISPONIVEL - GERACAO '
      * 2500-SALVAR-FERIAS - descarrega o controle de ferias.
      ******************************************************************
       2500-SALVAR-FERIAS.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2500-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-MEMBRO.
           STRING WS-NOME-CONJUNTO DELIMITED BY SPACE
                  '-FERIAS'        DELIMITED BY SIZE
                  INTO WS-NOME-MEMBRO
           END-STRING.
           PERFORM 3000-ABRIR-MEMBRO THRU 3000-EXIT.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2500-EXIT
           END-IF.
           OPEN INPUT FERIAS-ARQ.
           IF WS-FERIAS-STATUS NOT = '00'
               DISPLAY 'SALVATUD: FERIAS INDISPONIVEL - GERACAO '
      * transferencias.
      ******************************************************************
       2600-SALVAR-TRANSFER.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2600-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-MEMBRO.
           STRING WS-NOME-CONJUNTO DELIMITED BY SPACE
                  '-TRANSFER'      DELIMITED BY SIZE
                  INTO WS-NOME-MEMBRO
           END-STRING.
           PERFORM 3000-ABRIR-MEMBRO THRU 3000-EXIT.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2600-EXIT
           END-IF.
           OPEN INPUT TRANSFER-ARQ.
           IF WS-TRANSFER-STATUS NOT = '00'
               DISPLAY 'SALVATUD: TRANSFER INDISPONIVEL - GERACAO '
      * 2700-SALVAR-FOLHAHIS - descarrega o historico de folha.
      ******************************************************************
       2700-SALVAR-FOLHAHIS.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2700-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-MEMBRO.
           STRING WS-NOME-CONJUNTO DELIMITED BY SPACE
                  '-FOLHAHIS'      DELIMITED BY SIZE
                  INTO WS-NOME-MEMBRO
           END-STRING.
           PERFORM 3000-ABRIR-MEMBRO THRU 3000-EXIT.
           IF WS-EXECUCAO-ABORTADA
               GO TO 2700-EXIT
           END-IF.
           OPEN INPUT FOLHAHIS-ARQ.
           IF WS-FOLHAHIS-STATUS NOT = '00'
               DISPLAY 'SALVATUD: FOLHAHIS INDISPONIVEL - GERACAO '
