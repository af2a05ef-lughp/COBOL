      *                   os dados bancarios do EMPCOMP; relatorio de
      *                   rejeicoes gravado no arquivo de impressao
      *                   datado RECBANC-AAAAMMDD-HHMM.
      *   15/10/2026 LHP  Reenvio no EXPFOLH2 sai com o mesmo valor do
      *                   credito rejeitado no EXPFOLHA (o liquido da
      *                   folha), e nao com o salario do mestre - o
      *                   reenvio tem de fechar na conciliacao da folha
      *                   paga (CONCFOL).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-CONTA-EXPORT         PIC X(12) VALUE SPACES.

       01  WS-MATRICULA-ENVIO         PIC X(06) VALUE SPACES.
       01  WS-LINHA-ENVIO             PIC X(132) VALUE SPACES.

      * Valor do credito na linha CSV enviada: o campo editado que
      * comeca depois da terceira virgula.
       01  WS-POSICOES-CSV.
           05 WS-POS-LINHA            PIC 9(03) COMP VALUE 0.
           05 WS-POS-VALOR            PIC 9(03) COMP VALUE 0.
           05 WS-QTD-VIRGULAS         PIC 9(01) COMP VALUE 0.
       01  WS-VALOR-ENVIADO           PIC X(13) VALUE SPACES.

       01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.

       2160-COMPARAR-LINHA-ENVIO.
           IF EXP-LINHA (1:6) = WS-MATRICULA-ENVIO
               MOVE 'S' TO WS-CONSTA-ENVIO
               MOVE EXP-LINHA TO WS-LINHA-ENVIO
           ELSE
               PERFORM 2150-LER-LINHA-ENVIO THRU 2150-EXIT
           END-IF.
      ******************************************************************
      * 2500-GRAVAR-REENVIO - grava o funcionario rejeitado no arquivo
      * de reenvio EXPFOLH2, no mesmo formato CSV do EXPFUNC, com os
      * dados atuais do mestre e o valor do credito rejeitado.
      ******************************************************************
       2500-GRAVAR-REENVIO.
           PERFORM 2600-BUSCAR-DADOS-BANCARIOS THRU 2600-EXIT.
           PERFORM 2550-OBTER-VALOR-ENVIADO THRU 2550-EXIT.
           MOVE SPACES TO EXP2-LINHA.
           STRING EMP-MATRICULA      DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  EMP-DEPARTAMENTO   DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-VALOR-ENVIADO   DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-BANCO-EXPORT    DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2550-OBTER-VALOR-ENVIADO - valor do credito na linha do
      * EXPFOLHA achada no 2100 (campo depois da terceira virgula).
      * Linha sem o campo fica com o salario do mestre.
      ******************************************************************
       2550-OBTER-VALOR-ENVIADO.
           MOVE EMP-SALARIO TO WS-SALARIO-EDITADO.
           MOVE WS-SALARIO-EDITADO TO WS-VALOR-ENVIADO.
           MOVE 0 TO WS-QTD-VIRGULAS.
           MOVE 0 TO WS-POS-VALOR.
           PERFORM 2560-PROCURAR-VIRGULA THRU 2560-EXIT
               VARYING WS-POS-LINHA FROM 1 BY 1
               UNTIL WS-POS-LINHA > 119 OR WS-POS-VALOR > 0.
           IF WS-POS-VALOR > 0
               MOVE WS-LINHA-ENVIO (WS-POS-VALOR:13)
                   TO WS-VALOR-ENVIADO
           END-IF.
       2550-EXIT.
           EXIT.

       2560-PROCURAR-VIRGULA.
           IF WS-LINHA-ENVIO (WS-POS-LINHA:1) = ','
               ADD 1 TO WS-QTD-VIRGULAS
               IF WS-QTD-VIRGULAS = 3
                   COMPUTE WS-POS-VALOR = WS-POS-LINHA + 1
               END-IF
           END-IF.
       2560-EXIT.
           EXIT.

      ******************************************************************
      * 2600-BUSCAR-DADOS-BANCARIOS - traz banco, agencia e conta do
      * EMPCOMP para o reenvio, como o EXPFUNC faz no envio original;
