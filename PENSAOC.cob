       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSAOC.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Subrotina chamavel, no molde da ADICRISC, que
      *             apura as pensoes alimenticias judiciais de um
      *             funcionario a partir do PENSJUD (mantido pelo
      *             CADPENS). Para cada decisao vigente na competencia:
      *               - base 'B': percentual do bruto;
      *               - base 'L': percentual do liquido depois de INSS
      *                 e IRRF;
      *               - base 'M': quantidade de salarios minimos do
      *                 TABFOLHA (tipo 'M'); no 13o, proporcional aos
      *                 avos.
      *             Decisao que nao alcanca as ferias tira da base a
      *             parte de ferias + 1/3 (no liquido, na mesma
      *             proporcao do bruto); decisao que nao alcanca o 13o
      *             fica de fora da folha de 13o. A soma nunca passa do
      *             teto informado (PNL-TETO) - as decisoes sao
      *             atendidas na ordem da sequencia. Devolve ate cinco
      *             pensoes, com os dados do beneficiario para o
      *             credito bancario.
      *
      * Historico de alteracoes:
      *   15/10/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Limite do desconto passa a vir em PNL-TETO,
      *                   separado do liquido base das decisoes 'L': na
      *                   2a parcela do 13o (PAGTO13) a pensao e
      *                   apurada sobre o 13o inteiro mas so cabe no
      *                   que sobra da parcela.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENSJUD-ARQ
               ASSIGN TO "PENSJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-PENSJUD-STATUS.

           SELECT TABFOLHA-ARQ
               ASSIGN TO "TABFOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAB-CHAVE
               FILE STATUS IS WS-TABFOLHA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENSJUD-ARQ
           LABEL RECORD IS STANDARD.
           COPY PENSJUC.

       FD  TABFOLHA-ARQ
           LABEL RECORD IS STANDARD.
           COPY TABFOLC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-PENSJUD-STATUS       PIC X(02) VALUE '00'.
           05 WS-TABFOLHA-STATUS      PIC X(02) VALUE '00'.
           05 WS-FIM-PENSJUD          PIC X(01) VALUE 'N'.
               88 FIM-DAS-DECISOES    VALUE 'S'.
           05 WS-FIM-TABELA           PIC X(01) VALUE 'N'.
               88 FIM-DA-TABELA       VALUE 'S'.

      * Salario minimo da ultima competencia pesquisada, para nao
      * reler o TABFOLHA a cada funcionario de uma mesma folha.
       01  WS-MINIMO-GUARDADO.
           05 WS-MIN-COMPETENCIA      PIC 9(06) VALUE 0.
           05 WS-MIN-VALOR            PIC 9(07)V99 VALUE 0.

       01  WS-CALCULO.
           05 WS-DISPONIVEL           PIC S9(07)V99 VALUE 0.
           05 WS-BASE-BRUTO           PIC S9(07)V99 VALUE 0.
           05 WS-BASE-LIQUIDO         PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-PENSAO         PIC S9(07)V99 VALUE 0.

       LINKAGE SECTION.
           COPY PNLLINKC.

       PROCEDURE DIVISION USING PNL-PARAMETROS.

       0000-MAINLINE.
           MOVE 0   TO PNL-QTD-PENSOES.
           MOVE 0   TO PNL-TOTAL.
           MOVE 'S' TO PNL-RESULTADO.
           MOVE PNL-TETO TO WS-DISPONIVEL.
           IF WS-DISPONIVEL NOT > 0
               GOBACK
           END-IF.
           OPEN INPUT PENSJUD-ARQ.
           IF WS-PENSJUD-STATUS NOT = '00'
               GOBACK
           END-IF.
           MOVE 'N' TO WS-FIM-PENSJUD.
           MOVE PNL-MATRICULA TO PEN-MATRICULA.
           MOVE 0             TO PEN-SEQUENCIA.
           START PENSJUD-ARQ KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PENSJUD
           END-START.
           IF NOT FIM-DAS-DECISOES
               PERFORM 1900-LER-PROXIMA-DECISAO THRU 1900-EXIT
           END-IF.
           PERFORM 1000-PROCESSAR-DECISAO THRU 1000-EXIT
               UNTIL FIM-DAS-DECISOES.
           CLOSE PENSJUD-ARQ.
           GOBACK.

       1000-PROCESSAR-DECISAO.
           PERFORM 1100-APURAR-DECISAO THRU 1100-EXIT.
           PERFORM 1900-LER-PROXIMA-DECISAO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-APURAR-DECISAO - valor da decisao corrente, se vigente na
      * competencia e aplicavel ao tipo de folha, limitado ao que ainda
      * resta do teto.
      ******************************************************************
       1100-APURAR-DECISAO.
           IF PEN-VIGENCIA-INI > PNL-COMPETENCIA
               GO TO 1100-EXIT
           END-IF.
           IF PEN-VIGENCIA-FIM NOT = 0
               AND PEN-VIGENCIA-FIM < PNL-COMPETENCIA
               GO TO 1100-EXIT
           END-IF.
           IF PNL-FOLHA-13 AND NOT PEN-ALCANCA-13
               GO TO 1100-EXIT
           END-IF.
           IF WS-DISPONIVEL NOT > 0
               MOVE 'L' TO PNL-RESULTADO
               GO TO 1100-EXIT
           END-IF.
           IF PNL-QTD-PENSOES = 5
               DISPLAY 'PENSAOC: MATRICULA ' PNL-MATRICULA
                   ' COM MAIS DE 5 PENSOES - SEQUENCIA '
                   PEN-SEQUENCIA ' IGNORADA'
               GO TO 1100-EXIT
           END-IF.
           MOVE PNL-BRUTO TO WS-BASE-BRUTO.
           IF NOT PEN-ALCANCA-FERIAS
               SUBTRACT PNL-VALOR-FERIAS FROM WS-BASE-BRUTO
           END-IF.
           IF WS-BASE-BRUTO < 0
               MOVE 0 TO WS-BASE-BRUTO
           END-IF.
           MOVE 0 TO WS-VALOR-PENSAO.
           EVALUATE TRUE
               WHEN PEN-BASE-BRUTO
                   COMPUTE WS-VALOR-PENSAO ROUNDED =
                       WS-BASE-BRUTO * PEN-PERCENTUAL / 100
               WHEN PEN-BASE-LIQUIDO
                   MOVE 0 TO WS-BASE-LIQUIDO
                   IF PNL-BRUTO > 0
                       COMPUTE WS-BASE-LIQUIDO ROUNDED =
                           PNL-LIQUIDO * WS-BASE-BRUTO / PNL-BRUTO
                   END-IF
                   COMPUTE WS-VALOR-PENSAO ROUNDED =
                       WS-BASE-LIQUIDO * PEN-PERCENTUAL / 100
               WHEN PEN-BASE-MINIMOS
                   PERFORM 2000-BUSCAR-MINIMO THRU 2000-EXIT
                   IF WS-MIN-VALOR = 0
                       MOVE 'M' TO PNL-RESULTADO
                   ELSE
                       COMPUTE WS-VALOR-PENSAO ROUNDED =
                           WS-MIN-VALOR * PEN-QTD-MINIMOS
                       IF PNL-FOLHA-13
                           COMPUTE WS-VALOR-PENSAO ROUNDED =
                               WS-VALOR-PENSAO * PNL-AVOS / 12
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-VALOR-PENSAO NOT > 0
               GO TO 1100-EXIT
           END-IF.
           IF WS-VALOR-PENSAO > WS-DISPONIVEL
               MOVE WS-DISPONIVEL TO WS-VALOR-PENSAO
               MOVE 'L' TO PNL-RESULTADO
           END-IF.
           ADD 1 TO PNL-QTD-PENSOES.
           SET PNL-IDX TO PNL-QTD-PENSOES.
           MOVE PEN-SEQUENCIA   TO PNL-SEQUENCIA (PNL-IDX).
           MOVE PEN-BENEF-NOME  TO PNL-BENEF-NOME (PNL-IDX).
           MOVE PEN-BENEF-CPF   TO PNL-BENEF-CPF (PNL-IDX).
           MOVE PEN-BANCO       TO PNL-BANCO (PNL-IDX).
           MOVE PEN-AGENCIA     TO PNL-AGENCIA (PNL-IDX).
           MOVE PEN-CONTA       TO PNL-CONTA (PNL-IDX).
           MOVE PEN-CONTA-DV    TO PNL-CONTA-DV (PNL-IDX).
           MOVE WS-VALOR-PENSAO TO PNL-VALOR (PNL-IDX).
           ADD WS-VALOR-PENSAO TO PNL-TOTAL.
           SUBTRACT WS-VALOR-PENSAO FROM WS-DISPONIVEL.
       1100-EXIT.
           EXIT.

       1900-LER-PROXIMA-DECISAO.
           READ PENSJUD-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PENSJUD
           END-READ.
           IF WS-PENSJUD-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PENSJUD
           END-IF.
           IF NOT FIM-DAS-DECISOES
               AND PEN-MATRICULA NOT = PNL-MATRICULA
               MOVE 'S' TO WS-FIM-PENSJUD
           END-IF.
       1900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-BUSCAR-MINIMO - salario minimo cuja vigencia alcanca a
      * competencia pedida (TABFOLHA tipo 'M'); sem registro vigente,
      * fica zero.
      ******************************************************************
       2000-BUSCAR-MINIMO.
           IF WS-MIN-COMPETENCIA > 0
               AND PNL-COMPETENCIA = WS-MIN-COMPETENCIA
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
           MOVE PNL-COMPETENCIA TO WS-MIN-COMPETENCIA.
       2000-EXIT.
           EXIT.

       2100-TESTAR-VIGENCIA.
           IF TAB-VIGENCIA-INI <= PNL-COMPETENCIA
               AND TAB-VIGENCIA-FIM >= PNL-COMPETENCIA
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
