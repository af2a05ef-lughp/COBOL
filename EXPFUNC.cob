      * Finalidade: Exporta o mestre de funcionarios (EMPREG) para um
      *             arquivo em formato CSV (EXPFOLHA), com matricula,
      *             nome, departamento e salario, para entrega ao
      *             arquivo de pagamento do banco. Ativos saem com o
      *             liquido da folha da competencia e desligados
      *             dentro dela com o liquido pro-rata, ambos do
      *             historico FOLHAHIS.
      *
      * Historico de alteracoes:
      *   09/08/2026 LHP  Versao inicial.
      *                   ordem que a esteira do FECHAMES ja impoe);
      *                   desligado ainda sem folha gravada e avisado
      *                   e fica de fora.
      *   15/10/2026 LHP  Pensao alimenticia judicial paga ao
      *                   beneficiario no mesmo arquivo: para cada
      *                   funcionario exportado, os pagamentos da
      *                   competencia gravados pelo RELAT no PENSHIS
      *                   saem como creditos proprios (nome, CPF e
      *                   conta do beneficiario; departamento 'PENS' no
      *                   CSV), e o credito do ativo e reduzido da
      *                   pensao - o liquido do desligado ja vem sem
      *                   ela. Acabou a transferencia manual.
      *   15/10/2026 LHP  Ativo passa a sair com o liquido da folha da
      *                   competencia gravado pelo RELAT em FOLHAHIS
      *                   (ja sem a pensao), como o desligado - o
      *                   credito batia com o salario do mestre e nao
      *                   com o liquido da folha e do lote contabil, e
      *                   a conciliacao (CONCFOL) nao fechava. Ativo
      *                   ainda sem folha gravada sai com o salario
      *                   menos a pensao, como antes, e e avisado.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT PENSHIS-ARQ
               ASSIGN TO "PENSHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSH-CHAVE
               FILE STATUS IS WS-PENSHIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHAHC.

       FD  PENSHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PENSHC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
               88 WS-HISTORICO-DISPONIVEL VALUE 'S'.
           05 WS-EXPORTA-FUNC         PIC X(01) VALUE 'N'.
               88 WS-CREDITO-LIBERADO VALUE 'S'.
           05 WS-PENSHIS-STATUS       PIC X(02) VALUE '00'.
           05 WS-PENSHIS-OK           PIC X(01) VALUE 'N'.
               88 WS-PENSHIS-DISPONIVEL VALUE 'S'.
           05 WS-FIM-PENSHIS          PIC X(01) VALUE 'N'.
               88 FIM-DAS-PENSOES     VALUE 'S'.
           05 WS-CREDITO-DA-FOLHA     PIC X(01) VALUE 'N'.
               88 WS-LIQUIDO-DA-FOLHA VALUE 'S'.

       01  WS-PARM-EMPRESA            PIC 9(02) VALUE 99.
           88 WS-TODAS-AS-EMPRESAS    VALUE 99.
           05 WS-COMP-DATA-INI        PIC 9(08) VALUE 0.
           05 WS-COMP-DATA-FIM        PIC 9(08) VALUE 0.
       01  WS-VALOR-CREDITO           PIC S9(07)V99 VALUE 0.
       01  WS-TOTAL-PENSAO-FUNC       PIC S9(07)V99 VALUE 0.

       01  WS-PARM-FORMATO            PIC X(01) VALUE 'C'.
           88 WS-FORMATO-CSV          VALUE 'C'.
           05 WS-QTD-AFASTADOS        PIC 9(05) COMP VALUE 0.
           05 WS-QTD-DESLIGADOS       PIC 9(05) COMP VALUE 0.
           05 WS-QTD-SEM-FOLHA        PIC 9(05) COMP VALUE 0.
           05 WS-QTD-PENSOES          PIC 9(05) COMP VALUE 0.
           05 WS-QTD-ATIVO-SEM-FOLHA  PIC 9(05) COMP VALUE 0.

       01  WS-EMPCOMP-STATUS          PIC X(02) VALUE '00'.
       01  WS-EMPCOMP-OK              PIC X(01) VALUE 'N'.
               DISPLAY 'EXPFUNC: FOLHAHIS INDISPONIVEL - DESLIGADOS '
                   'DA COMPETENCIA FICAM FORA DO ARQUIVO'
           END-IF.
           OPEN INPUT PENSHIS-ARQ.
           IF WS-PENSHIS-STATUS = '00'
               MOVE 'S' TO WS-PENSHIS-OK
           ELSE
               DISPLAY 'EXPFUNC: PENSHIS INDISPONIVEL - ARQUIVO SAI '
                   'SEM OS CREDITOS DE PENSAO ALIMENTICIA'
           END-IF.
           IF WS-SAI-CSV
               MOVE SPACES TO EXP-LINHA
               STRING 'MATRICULA,NOME,DEPARTAMENTO,SALARIO,'
           END-IF.
           PERFORM 2040-CLASSIFICAR-CREDITO THRU 2040-EXIT.
           IF WS-CREDITO-LIBERADO
               PERFORM 2400-SOMAR-PENSOES THRU 2400-EXIT
               IF EMP-ATIVO AND NOT WS-LIQUIDO-DA-FOLHA
                   SUBTRACT WS-TOTAL-PENSAO-FUNC FROM WS-VALOR-CREDITO
                   IF WS-VALOR-CREDITO < 0
                       MOVE 0 TO WS-VALOR-CREDITO
                   END-IF
               END-IF
               PERFORM 2100-BUSCAR-DADOS-BANCARIOS THRU 2100-EXIT
               IF WS-SAI-CSV
                   PERFORM 2200-GRAVAR-CSV THRU 2200-EXIT
                   PERFORM 2300-GRAVAR-DETALHE-FIXO THRU 2300-EXIT
               END-IF
               ADD 1 TO WS-QTD-EXPORTADOS
               IF WS-TOTAL-PENSAO-FUNC > 0
                   PERFORM 2500-CREDITAR-PENSOES THRU 2500-EXIT
               END-IF
           END-IF.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
      ******************************************************************
      * 2040-CLASSIFICAR-CREDITO - decide se o funcionario corrente
      * entra no arquivo e com que valor: ativo (sem afastamento
      * aberto) sai com o liquido da folha (2045); desligado dentro
      * da competencia sai com o liquido pro-rata gravado pelo RELAT
      * em FOLHAHIS - sem folha gravada ainda, fica de fora com aviso
      * (rode o EXPFUNC depois do RELAT, como na esteira).
      ******************************************************************
       2040-CLASSIFICAR-CREDITO.
           MOVE 'N' TO WS-EXPORTA-FUNC.
           MOVE 'N' TO WS-CREDITO-DA-FOLHA.
           MOVE 0 TO WS-VALOR-CREDITO.
           IF NOT WS-TODAS-AS-EMPRESAS
               AND EMP-EMPRESA NOT = WS-PARM-EMPRESA
           END-IF.
           IF EMP-ATIVO
               IF NOT WS-AFASTADO
                   PERFORM 2045-CREDITO-DO-ATIVO THRU 2045-EXIT
               END-IF
               GO TO 2040-EXIT
           END-IF.
       2040-EXIT.
           EXIT.

      ******************************************************************
      * 2045-CREDITO-DO-ATIVO - ativo sai com o liquido da folha da
      * competencia gravado pelo RELAT em FOLHAHIS (ja descontada a
      * pensao); liquido zerado ou negativo nao gera credito. Sem
      * folha gravada, sai com o salario do mestre (2000 desconta a
      * pensao) e e contado no resumo.
      ******************************************************************
       2045-CREDITO-DO-ATIVO.
           IF WS-HISTORICO-DISPONIVEL
               MOVE EMP-MATRICULA TO FH-MATRICULA
               MOVE WS-PARM-ANO   TO FH-ANO
               MOVE WS-PARM-MES   TO FH-MES
               READ FOLHAHIS-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CREDITO-DA-FOLHA
               END-READ
           END-IF.
           IF WS-LIQUIDO-DA-FOLHA
               IF FH-LIQUIDO > 0
                   MOVE 'S' TO WS-EXPORTA-FUNC
                   MOVE FH-LIQUIDO TO WS-VALOR-CREDITO
               END-IF
               GO TO 2045-EXIT
           END-IF.
           MOVE 'S' TO WS-EXPORTA-FUNC.
           MOVE EMP-SALARIO TO WS-VALOR-CREDITO.
           ADD 1 TO WS-QTD-ATIVO-SEM-FOLHA.
       2045-EXIT.
           EXIT.

      ******************************************************************
      * 2050-VERIFICAR-AFASTAMENTO - percorre os afastamentos da
      * matricula corrente e liga WS-AFASTADO se houver algum aberto -
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2400-SOMAR-PENSOES - soma as pensoes alimenticias pagas ao
      * funcionario corrente na folha mensal da competencia (PENSHIS,
      * gravado pelo RELAT no fechamento oficial).
      ******************************************************************
       2400-SOMAR-PENSOES.
           MOVE 0 TO WS-TOTAL-PENSAO-FUNC.
           PERFORM 2450-POSICIONAR-PENSOES THRU 2450-EXIT.
           PERFORM 2410-SOMAR-UMA THRU 2410-EXIT
               UNTIL FIM-DAS-PENSOES.
       2400-EXIT.
           EXIT.

       2410-SOMAR-UMA.
           IF PSH-ANO = WS-PARM-ANO
               AND PSH-MES = WS-PARM-MES
               AND PSH-FOLHA-MENSAL
               ADD PSH-VALOR TO WS-TOTAL-PENSAO-FUNC
           END-IF.
           PERFORM 2960-LER-PROXIMA-PENSAO THRU 2960-EXIT.
       2410-EXIT.
           EXIT.

      * 2450-POSICIONAR-PENSOES - primeiro pagamento de pensao da
      * matricula corrente no PENSHIS (sem arquivo, nenhum).
       2450-POSICIONAR-PENSOES.
           MOVE 'S' TO WS-FIM-PENSHIS.
           IF NOT WS-PENSHIS-DISPONIVEL
               GO TO 2450-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-PENSHIS.
           MOVE LOW-VALUES    TO PSH-CHAVE.
           MOVE EMP-MATRICULA TO PSH-MATRICULA.
           START PENSHIS-ARQ KEY IS NOT LESS THAN PSH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PENSHIS
           END-START.
           IF NOT FIM-DAS-PENSOES
               PERFORM 2960-LER-PROXIMA-PENSAO THRU 2960-EXIT
           END-IF.
       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CREDITAR-PENSOES - um credito por beneficiario de pensao
      * do funcionario corrente na competencia, nos formatos pedidos.
      ******************************************************************
       2500-CREDITAR-PENSOES.
           PERFORM 2450-POSICIONAR-PENSOES THRU 2450-EXIT.
           PERFORM 2510-CREDITAR-UMA THRU 2510-EXIT
               UNTIL FIM-DAS-PENSOES.
       2500-EXIT.
           EXIT.

       2510-CREDITAR-UMA.
           IF PSH-ANO = WS-PARM-ANO
               AND PSH-MES = WS-PARM-MES
               AND PSH-FOLHA-MENSAL
               AND PSH-VALOR > 0
               IF WS-SAI-CSV
                   PERFORM 2520-GRAVAR-CSV-PENSAO THRU 2520-EXIT
               END-IF
               IF WS-SAI-FIXO
                   PERFORM 2530-GRAVAR-FIXO-PENSAO THRU 2530-EXIT
               END-IF
               ADD 1 TO WS-QTD-PENSOES
           END-IF.
           PERFORM 2960-LER-PROXIMA-PENSAO THRU 2960-EXIT.
       2510-EXIT.
           EXIT.

       2520-GRAVAR-CSV-PENSAO.
           MOVE PSH-VALOR TO WS-SALARIO-EDITADO.
           MOVE SPACES TO WS-CONTA-EXPORT.
           STRING PSH-CONTA    DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  PSH-CONTA-DV DELIMITED BY SIZE
                  INTO WS-CONTA-EXPORT
           END-STRING.
           MOVE SPACES TO EXP-LINHA.
           STRING PSH-MATRICULA      DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  PSH-BENEF-NOME     DELIMITED BY '  '
                  ','                DELIMITED BY SIZE
                  'PENS'             DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-SALARIO-EDITADO DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  PSH-BANCO          DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  PSH-AGENCIA        DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-CONTA-EXPORT    DELIMITED BY SIZE
                  INTO EXP-LINHA
           END-STRING.
           WRITE EXP-LINHA.
       2520-EXIT.
           EXIT.

       2530-GRAVAR-FIXO-PENSAO.
           MOVE PSH-MATRICULA  TO CNAB3-MATRICULA.
           MOVE PSH-BENEF-NOME TO CNAB3-NOME.
           MOVE PSH-BENEF-CPF  TO CNAB3-CPF.
           MOVE PSH-BANCO      TO CNAB3-BANCO.
           MOVE PSH-AGENCIA    TO CNAB3-AGENCIA.
           MOVE PSH-CONTA      TO CNAB3-CONTA.
           MOVE PSH-CONTA-DV   TO CNAB3-CONTA-DV.
           MOVE PSH-VALOR      TO CNAB3-VALOR.
           MOVE CNAB3 TO CNB-LINHA.
           WRITE CNB-LINHA.
           ADD 1 TO WS-QTD-CNAB.
           ADD PSH-VALOR TO WS-TOTAL-CNAB.
       2530-EXIT.
           EXIT.

       2960-LER-PROXIMA-PENSAO.
           READ PENSHIS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PENSHIS
           END-READ.
           IF WS-PENSHIS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PENSHIS
           END-IF.
           IF NOT FIM-DAS-PENSOES
               AND PSH-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-PENSHIS
           END-IF.
       2960-EXIT.
           EXIT.

       2900-LER-PROXIMO.
           READ EMPREG-ARQ
               AT END
           IF WS-HISTORICO-DISPONIVEL
               CLOSE FOLHAHIS-ARQ
           END-IF.
           IF WS-PENSHIS-DISPONIVEL
               CLOSE PENSHIS-ARQ
           END-IF.
           DISPLAY 'EXPFUNC: ' WS-QTD-EXPORTADOS
               ' FUNCIONARIOS EXPORTADOS PARA EXPFOLHA'.
           IF WS-QTD-SEM-CONTA > 0
                   ' DESLIGADO(S) SEM FOLHA GRAVADA - FORA DO '
                   'ARQUIVO'
           END-IF.
           IF WS-QTD-ATIVO-SEM-FOLHA > 0
               DISPLAY 'EXPFUNC: ' WS-QTD-ATIVO-SEM-FOLHA
                   ' ATIVO(S) SEM FOLHA GRAVADA NA COMPETENCIA - '
                   'CREDITO PELO SALARIO DO MESTRE'
           END-IF.
           IF WS-QTD-PENSOES > 0
               DISPLAY 'EXPFUNC: ' WS-QTD-PENSOES
                   ' CREDITO(S) DE PENSAO ALIMENTICIA A '
                   'BENEFICIARIOS NO ARQUIVO'
           END-IF.
       9000-EXIT.
           EXIT.
