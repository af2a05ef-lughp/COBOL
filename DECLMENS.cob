      *             (do historico FOLHAHIS quando a competencia ja foi
      *             fechada no RELAT; senao, o salario do mestre), e
      *             grava o arquivo de layout fixo DECLARAC-AAAAMM com
      *             header e trailer de quantidades e total. Os
      *             pagamentos do mes a contribuintes individuais
      *             (historico PAGCONTR) entram em registros 'C'
      *             proprios, separados da remuneracao dos
      *             funcionarios. Emite
      *             junto a listagem de conferencia do que foi
      *             declarado, no arquivo de impressao datado.
      *
      *                   todas) filtra a declaracao pela EMP-EMPRESA
      *                   do funcionario, para declarar um CNPJ por
      *                   vez.
      *   15/10/2026 LHP  Adicional noturno do FOLHAHIS entra na
      *                   remuneracao declarada.
      *   15/10/2026 LHP  Adicional de insalubridade/periculosidade do
      *                   FOLHAHIS entra na remuneracao declarada.
      *   15/10/2026 LHP  Contribuintes individuais (RPA e pro-labore
      *                   do PAGCONTR) declarados em registro 'C', um
      *                   por contribuinte no mes; quantidade no
      *                   trailer.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT PAGCONTR-ARQ
               ASSIGN TO "PAGCONTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCI-CHAVE
               FILE STATUS IS WS-PAGCONTR-STATUS.

           SELECT DECLARAC-ARQ
               ASSIGN TO DYNAMIC WS-NOME-DECLARAC
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY FOLHAHC.

       FD  PAGCONTR-ARQ
           LABEL RECORD IS STANDARD.
           COPY PAGCONC.

       FD  DECLARAC-ARQ
           LABEL RECORD IS STANDARD.
           COPY DECLC.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-FOLHAHIS-OK          PIC X(01) VALUE 'N'.
               88 WS-HISTORICO-DISPONIVEL VALUE 'S'.
           05 WS-PAGCONTR-STATUS      PIC X(02) VALUE '00'.
           05 WS-PAGCONTR-OK          PIC X(01) VALUE 'N'.
               88 WS-PAGCONTR-DISPONIVEL VALUE 'S'.
           05 WS-FIM-PAGCONTR         PIC X(01) VALUE 'N'.
               88 FIM-DO-PAGCONTR     VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-QTD-DESLIGAMENTOS    PIC 9(06) VALUE 0.
           05 WS-QTD-REMUNERACOES     PIC 9(06) VALUE 0.
           05 WS-TOTAL-REMUNERACAO    PIC S9(09)V99 VALUE 0.
           05 WS-QTD-CONTRIBUINTES    PIC 9(06) VALUE 0.
           05 WS-TOTAL-CONTRIBUINTES  PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-INSS-CONTRIB   PIC S9(09)V99 VALUE 0.

      * Acumulado do contribuinte corrente - o PAGCONTR vem na ordem
      * da chave (codigo, competencia, sequencia).
       01  WS-CONTRIBUINTE.
           05 WS-CTR-CODIGO           PIC 9(06) VALUE 0.
           05 WS-CTR-NOME             PIC X(30) VALUE SPACES.
           05 WS-CTR-CATEGORIA        PIC X(01) VALUE SPACES.
           05 WS-CTR-DATA-PAGAMENTO   PIC 9(08) VALUE 0.
           05 WS-CTR-BRUTO            PIC S9(07)V99 VALUE 0.
           05 WS-CTR-INSS             PIC S9(07)V99 VALUE 0.

       01  WS-QTD-EDITADA             PIC ZZZ.ZZ9.
       01  WS-TOTAL-EDITADO           PIC -Z.ZZZ.ZZZ.ZZ9,99.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-FUNCIONARIO THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 6000-DECLARAR-CONTRIBUINTES THRU 6000-EXIT.
           PERFORM 8000-GRAVAR-TRAILER THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.
           WRITE REL-LINHA.
           MOVE CAB1N TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT PAGCONTR-ARQ.
           IF WS-PAGCONTR-STATUS = '00'
               MOVE 'S' TO WS-PAGCONTR-OK
           ELSE
               DISPLAY 'DECLMENS: PAGCONTR INDISPONIVEL - SEM '
                   'CONTRIBUINTES INDIVIDUAIS NA DECLARACAO'
           END-IF.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
                       COMPUTE WS-REMUNERACAO = FH-SALARIO
                           + FH-SALARIO-FAMILIA
                           + FH-VALOR-HORAS-EXTRAS
                       IF FH-VALOR-ADIC-NOTURNO IS NUMERIC
                           ADD FH-VALOR-ADIC-NOTURNO TO WS-REMUNERACAO
                       END-IF
                       IF FH-VALOR-ADIC-RISCO IS NUMERIC
                           ADD FH-VALOR-ADIC-RISCO TO WS-REMUNERACAO
                       END-IF
               END-READ
           END-IF.
           PERFORM 7100-PREPARAR-REGISTRO THRU 7100-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-DECLARAR-CONTRIBUINTES - depois dos funcionarios, percorre
      * o PAGCONTR e declara um registro 'C' por contribuinte com
      * pagamento na competencia (e na empresa pedida): bruto somado,
      * INSS retido somado e a data do ultimo pagamento.
      ******************************************************************
       6000-DECLARAR-CONTRIBUINTES.
           IF NOT WS-PAGCONTR-DISPONIVEL
               GO TO 6000-EXIT
           END-IF.
           MOVE 0 TO WS-CTR-CODIGO.
           MOVE 'N' TO WS-FIM-PAGCONTR.
           PERFORM 6900-LER-PAGAMENTO THRU 6900-EXIT.
           PERFORM 6100-ACUMULAR-PAGAMENTO THRU 6100-EXIT
               UNTIL FIM-DO-PAGCONTR.
           IF WS-CTR-CODIGO NOT = 0
               PERFORM 6200-GRAVAR-CONTRIBUINTE THRU 6200-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-ACUMULAR-PAGAMENTO.
           IF PCI-ANO NOT = WS-PARM-ANO
               OR PCI-MES NOT = WS-PARM-MES
               GO TO 6100-LER
           END-IF.
           IF NOT WS-TODAS-AS-EMPRESAS
               AND PCI-EMPRESA NOT = WS-PARM-EMPRESA
               GO TO 6100-LER
           END-IF.
           IF PCI-CODIGO NOT = WS-CTR-CODIGO
               IF WS-CTR-CODIGO NOT = 0
                   PERFORM 6200-GRAVAR-CONTRIBUINTE THRU 6200-EXIT
               END-IF
               MOVE PCI-CODIGO    TO WS-CTR-CODIGO
               MOVE 0             TO WS-CTR-BRUTO
               MOVE 0             TO WS-CTR-INSS
           END-IF.
           MOVE PCI-NOME           TO WS-CTR-NOME.
           MOVE PCI-CATEGORIA      TO WS-CTR-CATEGORIA.
           MOVE PCI-DATA-PAGAMENTO TO WS-CTR-DATA-PAGAMENTO.
           ADD PCI-VALOR-BRUTO     TO WS-CTR-BRUTO.
           ADD PCI-INSS            TO WS-CTR-INSS.
       6100-LER.
           PERFORM 6900-LER-PAGAMENTO THRU 6900-EXIT.
       6100-EXIT.
           EXIT.

       6200-GRAVAR-CONTRIBUINTE.
           PERFORM 7100-PREPARAR-REGISTRO THRU 7100-EXIT.
           MOVE 'C' TO DCL-TIPO.
           MOVE WS-CTR-CODIGO         TO DCL-MATRICULA.
           MOVE WS-CTR-NOME           TO DCL-NOME.
           MOVE WS-CTR-DATA-PAGAMENTO TO DCL-DATA-EVENTO.
           MOVE WS-CTR-BRUTO          TO DCL-VALOR.
           MOVE WS-CTR-CATEGORIA      TO DCL-CATEGORIA.
           MOVE WS-CTR-INSS           TO DCL-INSS-RETIDO.
           WRITE DCL-REGISTRO.
           ADD 1 TO WS-QTD-CONTRIBUINTES.
           ADD WS-CTR-BRUTO TO WS-TOTAL-CONTRIBUINTES.
           ADD WS-CTR-INSS  TO WS-TOTAL-INSS-CONTRIB.
           MOVE 'CONTRIBUINTE'  TO DET1N-TIPO.
           MOVE WS-CTR-CODIGO   TO DET1N-MATRICULA.
           MOVE WS-CTR-NOME     TO DET1N-NOME.
           MOVE WS-CTR-BRUTO    TO WS-REMUN-EDITADA.
           MOVE WS-REMUN-EDITADA TO DET1N-COMPLEMENTO.
           MOVE DET1N TO REL-LINHA.
           WRITE REL-LINHA.
       6200-EXIT.
           EXIT.

       6900-LER-PAGAMENTO.
           READ PAGCONTR-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-PAGCONTR
           END-READ.
           IF WS-PAGCONTR-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PAGCONTR
           END-IF.
       6900-EXIT.
           EXIT.

      ******************************************************************
      * 7100-PREPARAR-REGISTRO - limpa o registro da declaracao e
      * preenche a competencia comum a todos.
           MOVE 0 TO DCL-MATRICULA.
           MOVE 0 TO DCL-DATA-EVENTO.
           MOVE 0 TO DCL-VALOR.
           MOVE 0 TO DCL-INSS-RETIDO.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-GRAVAR-TRAILER - trailer com as quantidades declaradas
      * (funcionarios e contribuintes) e o total das remuneracoes dos
      * funcionarios.
      ******************************************************************
       8000-GRAVAR-TRAILER.
           IF WS-DECLARAC-STATUS NOT = '00'
           MOVE WS-QTD-ADMISSOES     TO DCL-QTD-ADMISSOES.
           MOVE WS-QTD-DESLIGAMENTOS TO DCL-QTD-DESLIG.
           MOVE WS-QTD-REMUNERACOES  TO DCL-QTD-REMUNER.
           MOVE WS-QTD-CONTRIBUINTES TO DCL-QTD-CONTRIB.
           MOVE WS-TOTAL-REMUNERACAO TO DCL-VALOR.
           WRITE DCL-REGISTRO.
           CLOSE DECLARAC-ARQ.
           IF WS-HISTORICO-DISPONIVEL
               CLOSE FOLHAHIS-ARQ
           END-IF.
           IF WS-PAGCONTR-DISPONIVEL
               CLOSE PAGCONTR-ARQ
           END-IF.
           IF WS-NOME-RELATORIO = SPACES
               OR WS-RELATORIO-STATUS NOT = '00'
               GO TO 9000-EXIT
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-QTD-CONTRIBUINTES TO WS-QTD-EDITADA.
           MOVE SPACES TO REL-LINHA.
           STRING '   CONTRIB. INDIVIDUAIS......: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-CONTRIBUINTES TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REL-LINHA.
           STRING '   TOTAL PAGO A CONTRIBUINTES: ' DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-INSS-CONTRIB TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REL-LINHA.
           STRING '   INSS RETIDO CONTRIBUINTES.: ' DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'DECLMENS: DECLARACAO GRAVADA EM '
               WS-NOME-DECLARAC.
