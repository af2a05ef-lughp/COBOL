      *                   fechamento em curso, como ja se fazia com a
      *                   competencia no RELAT - um cadastro errado de
      *                   outro CNPJ nao pode parar esta esteira.
      *   15/10/2026 LHP  Competencia reaberta pelo ESTFECH (situacao
      *                   'R') volta a ser fechada do zero: etapas
      *                   pendentes de novo e o visto de previa anterior
      *                   a reabertura deixa de valer (linha 'R' no
      *                   PREVCTL) - exige previa nova antes do RELAT.
      *   15/10/2026 LHP  Nova etapa CONCFOL depois do EXPFUNC:
      *                   conciliacao da folha paga (FOLHAHIS x arquivo
      *                   do banco x lote contabil); com divergencia a
      *                   etapa fica em 'E', a esteira para e a
      *                   competencia nao e encerrada.
      *   15/10/2026 LHP  Etapa RELAT roda antes o PREFOLHA, que grava
      *                   o extrato de pre-folha da competencia lido
      *                   pelo RELAT; com erro no PREFOLHA o RELAT nao
      *                   e chamado e a etapa fica em 'E'.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                           'NAO SE FECHA DUAS VEZES'
                       MOVE 'S' TO WS-ENCERRAR
                   ELSE
                       IF FCH-REABERTA
                           PERFORM 1150-REINICIAR-FECHAMENTO
                               THRU 1150-EXIT
                       ELSE
                           DISPLAY 'FECHAMES: RETOMANDO FECHAMENTO EM '
                               'ANDAMENTO'
                       END-IF
                   END-IF
           END-READ.
           IF NOT WS-ENCERRAR-DRIVER
      ******************************************************************
       1100-ABRIR-FECHAMENTO.
           MOVE SPACES TO FCH-REGISTRO.
           MOVE 0 TO FCH-QTD-REABERTURAS.
           MOVE WS-PARM-EMPRESA TO FCH-EMPRESA.
           MOVE WS-PARM-ANO TO FCH-ANO.
           MOVE WS-PARM-MES TO FCH-MES.
           MOVE 0   TO FCH-RC-VALBANC.
           MOVE 'P' TO FCH-ETAPA-EXPFUNC.
           MOVE 0   TO FCH-RC-EXPFUNC.
           MOVE 'P' TO FCH-ETAPA-CONCFOL.
           MOVE 0   TO FCH-RC-CONCFOL.
           WRITE FCH-REGISTRO
               INVALID KEY
                   DISPLAY 'FECHAMES: ERRO AO ABRIR O FECHAMENTO'
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1150-REINICIAR-FECHAMENTO - competencia reaberta pelo ESTFECH:
      * o estorno ja desfez o que o fechamento anterior gravou, entao
      * todas as etapas voltam a pendente e o mestre volta a travar.
      ******************************************************************
       1150-REINICIAR-FECHAMENTO.
           MOVE 'F' TO FCH-SITUACAO.
           MOVE 'P' TO FCH-ETAPA-EXCFUNC.
           MOVE 0   TO FCH-RC-EXCFUNC.
           MOVE 'P' TO FCH-ETAPA-RELAT.
           MOVE 0   TO FCH-RC-RELAT.
           MOVE 'P' TO FCH-ETAPA-VALBANC.
           MOVE 0   TO FCH-RC-VALBANC.
           MOVE 'P' TO FCH-ETAPA-EXPFUNC.
           MOVE 0   TO FCH-RC-EXPFUNC.
           MOVE 'P' TO FCH-ETAPA-CONCFOL.
           MOVE 0   TO FCH-RC-CONCFOL.
           REWRITE FCH-REGISTRO
               INVALID KEY
                   DISPLAY 'FECHAMES: ERRO AO REINICIAR O FECHAMENTO'
                   MOVE 'S' TO WS-ENCERRAR
                   GO TO 1150-EXIT
           END-REWRITE.
           DISPLAY 'FECHAMES: COMPETENCIA REABERTA ('
               FCH-QTD-REABERTURAS
               'A REABERTURA) - FECHAMENTO REINICIADO, MESTRE TRAVADO'.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXECUTAR-ESTEIRA - mostra a situacao das etapas e executa
      * a proxima pendente, em ordem; etapa com erro volta a pendente
      * para nova tentativa (cada programa e CANCELado depois da
      * chamada, para a retomada nao reentrar com o estado da
      * execucao anterior). Depois da conciliacao (CONCFOL) concluida,
      * encerra a competencia e destrava o mestre.
      ******************************************************************
       2000-EXECUTAR-ESTEIRA.
           DISPLAY ' '.
               '  EXCFUNC=' FCH-ETAPA-EXCFUNC
               '  RELAT=' FCH-ETAPA-RELAT
               '  VALBANC=' FCH-ETAPA-VALBANC
               '  EXPFUNC=' FCH-ETAPA-EXPFUNC
               '  CONCFOL=' FCH-ETAPA-CONCFOL.
           EVALUATE TRUE
               WHEN FCH-ETAPA-EXCFUNC NOT = 'O'
                   PERFORM 3000-ETAPA-EXCFUNC THRU 3000-EXIT
                   PERFORM 4800-ETAPA-VALBANC THRU 4800-EXIT
               WHEN FCH-ETAPA-EXPFUNC NOT = 'O'
                   PERFORM 5000-ETAPA-EXPFUNC THRU 5000-EXIT
               WHEN FCH-ETAPA-CONCFOL NOT = 'O'
                   PERFORM 5500-ETAPA-CONCFOL THRU 5500-EXIT
               WHEN OTHER
                   PERFORM 6000-ENCERRAR-COMPETENCIA THRU 6000-EXIT
           END-EVALUATE.
           EXIT.

      ******************************************************************
      * 4000-ETAPA-RELAT - registro de folha da competencia. Antes do
      * RELAT roda o PREFOLHA, que extrai dos arquivos satelites o
      * extrato da competencia que o RELAT le - com os dados de agora,
      * e nao os da previa. Informe nos dois a mesma competencia e a
      * mesma empresa do fechamento.
      ******************************************************************
       4000-ETAPA-RELAT.
           PERFORM 4500-CONFERIR-PREVIA THRU 4500-EXIT.
           IF WS-ENCERRAR-DRIVER
               GO TO 4000-EXIT
           END-IF.
           DISPLAY 'FECHAMES: INFORME NO PREFOLHA A COMPETENCIA '
               FCH-MES '/' FCH-ANO ' E A EMPRESA ' FCH-EMPRESA.
           MOVE 0 TO RETURN-CODE.
           CALL 'PREFOLHA'.
           MOVE RETURN-CODE TO WS-RC-ETAPA.
           CANCEL 'PREFOLHA'.
           IF WS-RC-ETAPA NOT = 0
               MOVE WS-RC-ETAPA TO FCH-RC-RELAT
               MOVE 'E' TO FCH-ETAPA-RELAT
               DISPLAY 'FECHAMES: PREFOLHA ABORTOU - RC ' WS-RC-ETAPA
                   ' - RELAT NAO EXECUTADO'
               PERFORM 8000-REGRAVAR-CONTROLE THRU 8000-EXIT
               GO TO 4000-EXIT
           END-IF.
           DISPLAY 'FECHAMES: INFORME NO RELAT A COMPETENCIA '
               FCH-MES '/' FCH-ANO ' E A EMPRESA ' FCH-EMPRESA.
           MOVE 0 TO RETURN-CODE.
      ******************************************************************
      * 4500-CONFERIR-PREVIA - procura em PREVCTL um visto de previa
      * limpa da competencia em fechamento. Sem o arquivo ou sem o
      * visto, a etapa RELAT fica retida. Vale a ultima linha da
      * competencia: uma reabertura ('R', gravada pelo ESTFECH) anula
      * os vistos anteriores a ela.
      ******************************************************************
       4500-CONFERIR-PREVIA.
           MOVE 'N' TO WS-TEM-PREVIA.
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4550-LER-VISTO THRU 4550-EXIT
               UNTIL FIM-DO-PREVCTL.
           CLOSE PREVCTL-ARQ.
       4500-EXIT.
           EXIT.
           END-IF.
           IF PRV-COMPETENCIA = WS-COMP-FECHAMENTO
               AND PRV-EMPRESA = FCH-EMPRESA
               EVALUATE PRV-SITUACAO
                   WHEN 'O'
                       MOVE 'S' TO WS-TEM-PREVIA
                   WHEN 'R'
                       MOVE 'N' TO WS-TEM-PREVIA
               END-EVALUATE
           END-IF.
       4550-EXIT.
           EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-ETAPA-CONCFOL - conciliacao da folha paga: liquido do
      * FOLHAHIS x arquivo do banco x lote contabil. Divergencia deixa
      * a etapa em 'E' e para a esteira - acerte as diferencas
      * listadas no relatorio do CONCFOL e retome o fechamento.
      ******************************************************************
       5500-ETAPA-CONCFOL.
           PERFORM 7000-CONFIRMAR-ETAPA THRU 7000-EXIT.
           IF WS-ENCERRAR-DRIVER
               GO TO 5500-EXIT
           END-IF.
           DISPLAY 'FECHAMES: INFORME NO CONCFOL A COMPETENCIA '
               FCH-MES '/' FCH-ANO ', A EMPRESA ' FCH-EMPRESA
               ' E O FORMATO DO EXPFUNC'.
           MOVE 0 TO RETURN-CODE.
           CALL 'CONCFOL'.
           MOVE RETURN-CODE TO WS-RC-ETAPA.
           CANCEL 'CONCFOL'.
           MOVE WS-RC-ETAPA TO FCH-RC-CONCFOL.
           IF WS-RC-ETAPA = 0
               MOVE 'O' TO FCH-ETAPA-CONCFOL
           ELSE
               MOVE 'E' TO FCH-ETAPA-CONCFOL
               DISPLAY 'FECHAMES: FOLHA NAO CONCILIADA - RC '
                   WS-RC-ETAPA
               DISPLAY 'FECHAMES: ACERTE AS DIVERGENCIAS DO RELATORIO '
                   'CONCFOL E RETOME O FECHAMENTO'
               MOVE 'S' TO WS-ENCERRAR
           END-IF.
           PERFORM 8000-REGRAVAR-CONTROLE THRU 8000-EXIT.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ENCERRAR-COMPETENCIA - todas as etapas concluidas: a
      * competencia e encerrada e o mestre destravado.
