      * Finalidade: Consulta do log de acessos ACESSLOG (gravado pela
      *             SEGURAN a cada assinatura), no molde do CONSLOG.
      *             Filtra por periodo de datas, usuario e/ou resultado
      *             (A liberado, N senha errada, P sem permissao, B
      *             conta bloqueada, T troca de senha nao concluida),
      *             imprime cada tentativa com o programa chamador e
      *             totaliza por usuario - quando sumir dinheiro de
      *             novo, da para dizer quem assinou, quando e quem
      *
      * Historico de alteracoes:
      *   03/09/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Resultados novos da SEGURAN: B (conta
      *                   bloqueada) e T (troca de senha nao
      *                   concluida); total de bloqueadas por usuario.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10 WS-USU-QTD-A        PIC 9(05) COMP.
               10 WS-USU-QTD-N        PIC 9(05) COMP.
               10 WS-USU-QTD-P        PIC 9(05) COMP.
               10 WS-USU-QTD-B        PIC 9(05) COMP.

       01  CAB1A.
           05 FILLER       PIC X(80) VALUE ALL '-'.
           05 TOT1A-QTD-N  PIC ZZ.ZZ9.
           05 FILLER       PIC X(16) VALUE '  SEM PERMISSAO '.
           05 TOT1A-QTD-P  PIC ZZ.ZZ9.
           05 FILLER       PIC X(12) VALUE '  BLOQUEADA '.
           05 TOT1A-QTD-B  PIC ZZ.ZZ9.

       01  TOT2A.
           05 FILLER       PIC X(03) VALUE SPACES.
           DISPLAY 'USUARIO (BRANCO = TODOS)...............: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-USUARIO.
           DISPLAY 'RESULTADO (A/N/P/B/T, BRANCO = TODOS)..: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-RESULTADO.
           OPEN INPUT ACESSLOG-ARQ.
                   MOVE 'SENHA ERRADA' TO DET1A-RESULTADO
               WHEN ACS-SEM-PERMISSAO
                   MOVE 'SEM PERMISSAO' TO DET1A-RESULTADO
               WHEN ACS-CONTA-BLOQUEADA
                   MOVE 'CONTA BLOQUEADA' TO DET1A-RESULTADO
               WHEN ACS-TROCA-PENDENTE
                   MOVE 'SENHA NAO TROCADA' TO DET1A-RESULTADO
               WHEN OTHER
                   MOVE ACS-RESULTADO TO DET1A-RESULTADO
           END-EVALUATE.
               MOVE 0 TO WS-USU-QTD-A (WS-IDX-USU)
               MOVE 0 TO WS-USU-QTD-N (WS-IDX-USU)
               MOVE 0 TO WS-USU-QTD-P (WS-IDX-USU)
               MOVE 0 TO WS-USU-QTD-B (WS-IDX-USU)
               PERFORM 2260-SOMAR-TENTATIVA THRU 2260-EXIT
           END-IF.
       2250-EXIT.
                   ADD 1 TO WS-USU-QTD-N (WS-IDX-USU)
               WHEN ACS-SEM-PERMISSAO
                   ADD 1 TO WS-USU-QTD-P (WS-IDX-USU)
               WHEN ACS-CONTA-BLOQUEADA
                   ADD 1 TO WS-USU-QTD-B (WS-IDX-USU)
           END-EVALUATE.
       2260-EXIT.
           EXIT.
           MOVE WS-USU-QTD-A (WS-IDX-USU) TO TOT1A-QTD-A.
           MOVE WS-USU-QTD-N (WS-IDX-USU) TO TOT1A-QTD-N.
           MOVE WS-USU-QTD-P (WS-IDX-USU) TO TOT1A-QTD-P.
           MOVE WS-USU-QTD-B (WS-IDX-USU) TO TOT1A-QTD-B.
           MOVE TOT1A TO REL-LINHA.
           WRITE REL-LINHA.
       9100-EXIT.
