       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADICRISC.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Subrotina chamavel, no molde da TRAVAFEC, que
      *             apura o adicional de risco mensal de um cargo pelo
      *             grau cadastrado no CADCARGO (CARGOS):
      *               - insalubridade ('I'): 10, 20 ou 40 por cento do
      *                 salario minimo vigente na competencia, tirado
      *                 do TABFOLHA (tipo 'M', mantido pelo CADTABF);
      *               - periculosidade ('P'): 30 por cento do salario.
      *             O valor devolvido e o do mes cheio - quem chama
      *             aplica a proporcao (dias pagos na folha, avos do
      *             13o e das ferias). RELAT, DESLIGA, FOLHA13 e
      *             PROVISAO usam a mesma rotina, para o adicional
      *             entrar igual no salario, na rescisao, no 13o e nas
      *             provisoes. O salario minimo lido fica guardado
      *             para as chamadas seguintes da mesma competencia.
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
           SELECT CARGOS-ARQ
               ASSIGN TO "CARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WS-CARGOS-STATUS.

           SELECT TABFOLHA-ARQ
               ASSIGN TO "TABFOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAB-CHAVE
               FILE STATUS IS WS-TABFOLHA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARGOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY CARGOSC.

       FD  TABFOLHA-ARQ
           LABEL RECORD IS STANDARD.
           COPY TABFOLC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-CARGOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-TABFOLHA-STATUS      PIC X(02) VALUE '00'.
           05 WS-FIM-TABELA           PIC X(01) VALUE 'N'.
               88 FIM-DA-TABELA       VALUE 'S'.

      * Salario minimo da ultima competencia pesquisada, para nao
      * reler o TABFOLHA a cada funcionario de uma mesma folha.
       01  WS-MINIMO-GUARDADO.
           05 WS-MIN-COMPETENCIA      PIC 9(06) VALUE 0.
           05 WS-MIN-VALOR            PIC 9(07)V99 VALUE 0.

      * Percentual legal da periculosidade sobre o salario.
       01  WS-PERC-PERICULOSIDADE     PIC 9(02) VALUE 30.

       LINKAGE SECTION.
           COPY ADRLINKC.

       PROCEDURE DIVISION USING ADR-PARAMETROS.

       0000-MAINLINE.
           MOVE SPACES TO ADR-TIPO.
           MOVE 0      TO ADR-PERCENTUAL.
           MOVE 0      TO ADR-SALARIO-MINIMO.
           MOVE 0      TO ADR-VALOR.
           MOVE 'S'    TO ADR-RESULTADO.
           IF ADR-CARGO = SPACES
               GOBACK
           END-IF.
           PERFORM 1000-LER-CARGO THRU 1000-EXIT.
           EVALUATE TRUE
               WHEN ADR-PERICULOSIDADE
                   MOVE WS-PERC-PERICULOSIDADE TO ADR-PERCENTUAL
                   COMPUTE ADR-VALOR ROUNDED =
                       ADR-SALARIO * ADR-PERCENTUAL / 100
               WHEN ADR-INSALUBRIDADE
                   PERFORM 2000-BUSCAR-MINIMO THRU 2000-EXIT
                   IF ADR-SALARIO-MINIMO = 0
                       MOVE 'M' TO ADR-RESULTADO
                   ELSE
                       COMPUTE ADR-VALOR ROUNDED =
                           ADR-SALARIO-MINIMO * ADR-PERCENTUAL / 100
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      * 1000-LER-CARGO - traz do CARGOS o grau de risco do cargo. Sem
      * o mestre ou sem o cargo cadastrado, nao ha adicional.
      ******************************************************************
       1000-LER-CARGO.
           OPEN INPUT CARGOS-ARQ.
           IF WS-CARGOS-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF.
           MOVE ADR-CARGO TO CRG-CODIGO.
           READ CARGOS-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CRG-INSALUBRE OR CRG-PERICULOSO
                       MOVE CRG-ADICIONAL      TO ADR-TIPO
                       MOVE CRG-PERC-ADICIONAL TO ADR-PERCENTUAL
                   END-IF
           END-READ.
           CLOSE CARGOS-ARQ.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-BUSCAR-MINIMO - salario minimo cuja vigencia alcanca a
      * competencia pedida (TABFOLHA tipo 'M'); sem registro vigente,
      * devolve zero.
      ******************************************************************
       2000-BUSCAR-MINIMO.
           IF WS-MIN-COMPETENCIA > 0
               AND ADR-COMPETENCIA = WS-MIN-COMPETENCIA
               MOVE WS-MIN-VALOR TO ADR-SALARIO-MINIMO
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-MIN-VALOR.
           OPEN INPUT TABFOLHA-ARQ.
           IF WS-TABFOLHA-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-TABELA.
           MOVE 'M' TO TAB-TIPO.
           MOVE 0   TO TAB-VIGENCIA-INI.
           MOVE 0   TO TAB-FAIXA.
           START TABFOLHA-ARQ KEY IS NOT LESS THAN TAB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-TABELA
           END-START.
           IF NOT FIM-DA-TABELA
               PERFORM 2900-LER-PROXIMO-MINIMO THRU 2900-EXIT
           END-IF.
           PERFORM 2100-TESTAR-VIGENCIA THRU 2100-EXIT
               UNTIL FIM-DA-TABELA.
           CLOSE TABFOLHA-ARQ.
           MOVE ADR-COMPETENCIA TO WS-MIN-COMPETENCIA.
           MOVE WS-MIN-VALOR    TO ADR-SALARIO-MINIMO.
       2000-EXIT.
           EXIT.

       2100-TESTAR-VIGENCIA.
           IF TAB-VIGENCIA-INI <= ADR-COMPETENCIA
               AND TAB-VIGENCIA-FIM >= ADR-COMPETENCIA
               MOVE TAB-LIMITE TO WS-MIN-VALOR
           END-IF.
           PERFORM 2900-LER-PROXIMO-MINIMO THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

       2900-LER-PROXIMO-MINIMO.
           READ TABFOLHA-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-TABELA
           END-READ.
           IF WS-TABFOLHA-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-TABELA
           END-IF.
           IF NOT FIM-DA-TABELA
               AND NOT TAB-TIPO-MINIMO
               MOVE 'S' TO WS-FIM-TABELA
           END-IF.
       2900-EXIT.
           EXIT.
