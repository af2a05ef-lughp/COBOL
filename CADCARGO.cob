      *
      * Historico de alteracoes:
      *   21/08/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Grau de risco do cargo: insalubridade de 10,
      *                   20 ou 40 por cento do salario minimo, ou
      *                   periculosidade de 30 por cento do salario,
      *                   que o RELAT passa a pagar sozinho (acabou o
      *                   lancamento mensal no LANCRUB).
      *   15/10/2026 LHP  Plano de carreira do cargo: ate 5 degraus de
      *                   progressao por tempo de servico (anos e
      *                   percentual ou salario do degrau) e a opcao de
      *                   somar os contratos anteriores, usados pelo
      *                   CARREIRA.
      *   15/10/2026 LHP  Periodicidade do exame medico periodico (ASO)
      *                   do cargo, em meses, usada pelo CADASO para a
      *                   data do proximo exame.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-DADOS-OK             PIC X(01) VALUE 'S'.
               88 WS-FAIXA-VALIDA     VALUE 'S'.

       01  WS-ANOS-DEGRAU-ANTERIOR    PIC 9(02) VALUE 0.
       01  WS-NUMERO-DEGRAU           PIC 9(01) VALUE 0.
       01  WS-DEGRAU-PERC-ED          PIC ZZ9,99.
       01  WS-DEGRAU-SALARIO-ED       PIC Z.ZZZ.ZZ9,99.

       01  WS-DESCRICAO-ADICIONAL     PIC X(30) VALUE SPACES.

       01  WS-OPCAO                   PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
           EXIT.

      ******************************************************************
      * 3500-OBTER-DADOS - le titulo, piso, teto, o grau de risco, o
      * plano de carreira e a periodicidade do ASO; um piso acima do
      * teto, um grau ou um degrau invalido rejeita a operacao em
      * curso.
      ******************************************************************
       3500-OBTER-DADOS.
           MOVE 'S' TO WS-DADOS-OK.
               DISPLAY 'CADCARGO: PISO MAIOR QUE O TETO - OPERACAO '
                   'REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-OBTER-ADICIONAL THRU 3600-EXIT.
           IF NOT WS-FAIXA-VALIDA
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3800-OBTER-DEGRAUS THRU 3800-EXIT.
           IF NOT WS-FAIXA-VALIDA
               GO TO 3500-EXIT
           END-IF.
           DISPLAY 'PERIODICIDADE DO ASO EM MESES (0=PADRAO): '
               WITH NO ADVANCING.
           ACCEPT CRG-PERIODICIDADE-ASO.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-OBTER-ADICIONAL - le o adicional de risco do cargo: I
      * (insalubridade, grau de 10, 20 ou 40 por cento do salario
      * minimo), P (periculosidade, sempre 30 por cento do salario)
      * ou branco (sem adicional).
      ******************************************************************
       3600-OBTER-ADICIONAL.
           DISPLAY 'ADICIONAL (I=INSALUBRIDADE / P=PERICULOSIDADE / '
               'BRANCO=NENHUM): ' WITH NO ADVANCING.
           ACCEPT CRG-ADICIONAL.
           MOVE 0 TO CRG-PERC-ADICIONAL.
           EVALUATE TRUE
               WHEN CRG-SEM-ADICIONAL
                   CONTINUE
               WHEN CRG-PERICULOSO
                   MOVE 30 TO CRG-PERC-ADICIONAL
               WHEN CRG-INSALUBRE
                   DISPLAY 'GRAU (10, 20 OU 40 PCT)..: '
                       WITH NO ADVANCING
                   ACCEPT CRG-PERC-ADICIONAL
                   IF CRG-PERC-ADICIONAL NOT = 10
                       AND CRG-PERC-ADICIONAL NOT = 20
                       AND CRG-PERC-ADICIONAL NOT = 40
                       DISPLAY 'CADCARGO: GRAU DE INSALUBRIDADE '
                           'INVALIDO - OPERACAO REJEITADA'
                       MOVE 'N' TO WS-DADOS-OK
                   END-IF
               WHEN OTHER
                   DISPLAY 'CADCARGO: ADICIONAL INVALIDO (USE I, P '
                       'OU BRANCO) - OPERACAO REJEITADA'
                   MOVE 'N' TO WS-DADOS-OK
           END-EVALUATE.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3700-DESCREVER-ADICIONAL - monta a descricao do adicional do
      * cargo corrente para as telas de alteracao e consulta.
      ******************************************************************
       3700-DESCREVER-ADICIONAL.
           MOVE SPACES TO WS-DESCRICAO-ADICIONAL.
           EVALUATE TRUE
               WHEN CRG-INSALUBRE
                   STRING 'INSALUBRIDADE '   DELIMITED BY SIZE
                          CRG-PERC-ADICIONAL DELIMITED BY SIZE
                          ' PCT DO MINIMO'   DELIMITED BY SIZE
                          INTO WS-DESCRICAO-ADICIONAL
                   END-STRING
               WHEN CRG-PERICULOSO
                   STRING 'PERICULOSIDADE '  DELIMITED BY SIZE
                          CRG-PERC-ADICIONAL DELIMITED BY SIZE
                          ' PCT DO SALARIO'  DELIMITED BY SIZE
                          INTO WS-DESCRICAO-ADICIONAL
                   END-STRING
               WHEN OTHER
                   MOVE 'NENHUM' TO WS-DESCRICAO-ADICIONAL
           END-EVALUATE.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 3800-OBTER-DEGRAUS - le o plano de carreira do cargo: se os
      * contratos anteriores contam como tempo de servico e ate 5
      * degraus em ordem crescente de anos. Cada degrau da um
      * percentual sobre o salario (P) ou o salario do degrau (V),
      * que precisa caber na faixa do cargo.
      ******************************************************************
       3800-OBTER-DEGRAUS.
           DISPLAY 'QTD. DE DEGRAUS DE CARREIRA (0 A 5): '
               WITH NO ADVANCING.
           ACCEPT CRG-QTD-DEGRAUS.
           IF CRG-QTD-DEGRAUS > 5
               DISPLAY 'CADCARGO: NO MAXIMO 5 DEGRAUS - OPERACAO '
                   'REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3800-EXIT
           END-IF.
           MOVE 'N' TO CRG-CONTA-PERIODOS.
           IF CRG-QTD-DEGRAUS > 0
               DISPLAY 'SOMA CONTRATOS ANTERIORES (S/N)....: '
                   WITH NO ADVANCING
               ACCEPT CRG-CONTA-PERIODOS
               IF NOT CRG-SOMA-PERIODOS
                   MOVE 'N' TO CRG-CONTA-PERIODOS
               END-IF
           END-IF.
           MOVE 0 TO WS-ANOS-DEGRAU-ANTERIOR.
           PERFORM 3850-OBTER-DEGRAU THRU 3850-EXIT
               VARYING CRG-IDX FROM 1 BY 1
               UNTIL CRG-IDX > CRG-QTD-DEGRAUS
                  OR NOT WS-FAIXA-VALIDA.
           PERFORM 3860-LIMPAR-DEGRAU THRU 3860-EXIT
               VARYING CRG-IDX FROM 1 BY 1
               UNTIL CRG-IDX > 5.
       3800-EXIT.
           EXIT.

       3850-OBTER-DEGRAU.
           SET WS-NUMERO-DEGRAU TO CRG-IDX.
           DISPLAY 'DEGRAU ' WS-NUMERO-DEGRAU
               ' - ANOS DE SERVICO.........: ' WITH NO ADVANCING.
           ACCEPT CRG-DEGRAU-ANOS (CRG-IDX).
           IF CRG-DEGRAU-ANOS (CRG-IDX) NOT > WS-ANOS-DEGRAU-ANTERIOR
               DISPLAY 'CADCARGO: ANOS DO DEGRAU DEVEM SER MAIORES '
                   'QUE OS DO DEGRAU ANTERIOR - OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3850-EXIT
           END-IF.
           MOVE CRG-DEGRAU-ANOS (CRG-IDX) TO WS-ANOS-DEGRAU-ANTERIOR.
           MOVE 0 TO CRG-DEGRAU-PERC (CRG-IDX).
           MOVE 0 TO CRG-DEGRAU-SALARIO (CRG-IDX).
           DISPLAY 'DEGRAU ' WS-NUMERO-DEGRAU
               ' - TIPO (P=PERCENTUAL/V=SALARIO): ' WITH NO ADVANCING.
           ACCEPT CRG-DEGRAU-TIPO (CRG-IDX).
           EVALUATE TRUE
               WHEN CRG-DEGRAU-PERCENTUAL (CRG-IDX)
                   DISPLAY 'DEGRAU ' WS-NUMERO-DEGRAU
                       ' - PERCENTUAL (EX.: 5,00)....: '
                       WITH NO ADVANCING
                   ACCEPT CRG-DEGRAU-PERC (CRG-IDX)
                   IF CRG-DEGRAU-PERC (CRG-IDX) = 0
                       DISPLAY 'CADCARGO: PERCENTUAL DO DEGRAU '
                           'ZERADO - OPERACAO REJEITADA'
                       MOVE 'N' TO WS-DADOS-OK
                   END-IF
               WHEN CRG-DEGRAU-VALOR (CRG-IDX)
                   DISPLAY 'DEGRAU ' WS-NUMERO-DEGRAU
                       ' - SALARIO DO DEGRAU.........: '
                       WITH NO ADVANCING
                   ACCEPT CRG-DEGRAU-SALARIO (CRG-IDX)
                   IF CRG-DEGRAU-SALARIO (CRG-IDX) < CRG-SALARIO-PISO
                      OR CRG-DEGRAU-SALARIO (CRG-IDX)
                         > CRG-SALARIO-TETO
                       DISPLAY 'CADCARGO: SALARIO DO DEGRAU FORA DA '
                           'FAIXA DO CARGO - OPERACAO REJEITADA'
                       MOVE 'N' TO WS-DADOS-OK
                   END-IF
               WHEN OTHER
                   DISPLAY 'CADCARGO: TIPO DE DEGRAU INVALIDO (USE P '
                       'OU V) - OPERACAO REJEITADA'
                   MOVE 'N' TO WS-DADOS-OK
           END-EVALUATE.
       3850-EXIT.
           EXIT.

       3860-LIMPAR-DEGRAU.
           IF CRG-IDX > CRG-QTD-DEGRAUS
               MOVE 0      TO CRG-DEGRAU-ANOS (CRG-IDX)
               MOVE SPACES TO CRG-DEGRAU-TIPO (CRG-IDX)
               MOVE 0      TO CRG-DEGRAU-PERC (CRG-IDX)
               MOVE 0      TO CRG-DEGRAU-SALARIO (CRG-IDX)
           END-IF.
       3860-EXIT.
           EXIT.

      ******************************************************************
      * 3900-EXIBIR-DEGRAUS - mostra o plano de carreira do cargo
      * corrente nas telas de alteracao e consulta. Cargo gravado
      * antes do plano de carreira aparece sem degraus.
      ******************************************************************
       3900-EXIBIR-DEGRAUS.
           IF CRG-QTD-DEGRAUS NOT NUMERIC
               OR CRG-QTD-DEGRAUS = 0
               DISPLAY 'PLANO DE CARREIRA: SEM DEGRAUS'
               GO TO 3900-EXIT
           END-IF.
           IF CRG-SOMA-PERIODOS
               DISPLAY 'PLANO DE CARREIRA: SOMA CONTRATOS ANTERIORES'
           ELSE
               DISPLAY 'PLANO DE CARREIRA: SO O VINCULO ATUAL'
           END-IF.
           PERFORM 3950-EXIBIR-DEGRAU THRU 3950-EXIT
               VARYING CRG-IDX FROM 1 BY 1
               UNTIL CRG-IDX > CRG-QTD-DEGRAUS.
       3900-EXIT.
           EXIT.

       3950-EXIBIR-DEGRAU.
           SET WS-NUMERO-DEGRAU TO CRG-IDX.
           IF CRG-DEGRAU-PERCENTUAL (CRG-IDX)
               MOVE CRG-DEGRAU-PERC (CRG-IDX) TO WS-DEGRAU-PERC-ED
               DISPLAY '  DEGRAU ' WS-NUMERO-DEGRAU ': '
                   CRG-DEGRAU-ANOS (CRG-IDX) ' ANOS - '
                   WS-DEGRAU-PERC-ED ' PCT SOBRE O SALARIO'
           ELSE
               MOVE CRG-DEGRAU-SALARIO (CRG-IDX)
                   TO WS-DEGRAU-SALARIO-ED
               DISPLAY '  DEGRAU ' WS-NUMERO-DEGRAU ': '
                   CRG-DEGRAU-ANOS (CRG-IDX) ' ANOS - SALARIO '
                   WS-DEGRAU-SALARIO-ED
           END-IF.
       3950-EXIT.
           EXIT.

      ******************************************************************
      * 3980-EXIBIR-PERIODICIDADE - mostra a periodicidade do ASO do
      * cargo corrente; zero, ou cargo gravado antes do campo, segue o
      * padrao do CADASO.
      ******************************************************************
       3980-EXIBIR-PERIODICIDADE.
           IF CRG-PERIODICIDADE-ASO NOT NUMERIC
               OR CRG-PERIODICIDADE-ASO = 0
               DISPLAY 'PERIODICIDADE ASO: PADRAO (12 MESES COM '
                   'ADICIONAL DE RISCO, 24 SEM)'
           ELSE
               DISPLAY 'PERIODICIDADE ASO: ' CRG-PERIODICIDADE-ASO
                   ' MESES'
           END-IF.
       3980-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ALTERAR - atualiza titulo e faixa de um cargo existente.
      ******************************************************************
           DISPLAY 'TITULO ATUAL...: ' CRG-TITULO.
           DISPLAY 'PISO ATUAL.....: ' CRG-SALARIO-PISO.
           DISPLAY 'TETO ATUAL.....: ' CRG-SALARIO-TETO.
           PERFORM 3700-DESCREVER-ADICIONAL THRU 3700-EXIT.
           DISPLAY 'ADICIONAL ATUAL: ' WS-DESCRICAO-ADICIONAL.
           PERFORM 3900-EXIBIR-DEGRAUS THRU 3900-EXIT.
           PERFORM 3980-EXIBIR-PERIODICIDADE THRU 3980-EXIT.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-FAIXA-VALIDA
               GO TO 4000-EXIT
           DISPLAY 'TITULO.........: ' CRG-TITULO.
           DISPLAY 'SALARIO PISO...: ' CRG-SALARIO-PISO.
           DISPLAY 'SALARIO TETO...: ' CRG-SALARIO-TETO.
           PERFORM 3700-DESCREVER-ADICIONAL THRU 3700-EXIT.
           DISPLAY 'ADICIONAL......: ' WS-DESCRICAO-ADICIONAL.
           PERFORM 3900-EXIBIR-DEGRAUS THRU 3900-EXIT.
           PERFORM 3980-EXIBIR-PERIODICIDADE THRU 3980-EXIT.
       6000-EXIT.
           EXIT.

