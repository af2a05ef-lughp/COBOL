      *                   sobrescrever em silencio - a segunda recebe
      *                   "em uso por fulano". Trava orfa de sessao
      *                   caida e limpa por supervisor no LIMPTRAV.
      *   15/10/2026 LHP  Adicional de insalubridade/periculosidade do
      *                   cargo (subrotina ADICRISC) passa a compor a
      *                   remuneracao da rescisao: decimo terceiro e
      *                   ferias proporcionais calculados sobre salario
      *                   mais adicional, com linha informativa no
      *                   termo.
      *   15/10/2026 LHP  Motivo do desligamento (sem justa causa,
      *                   acordo, pedido, justa causa) gravado no
      *                   mestre. Deposito de FGTS do mes da rescisao e
      *                   multa rescisoria (40 por cento sem justa
      *                   causa, 20 no acordo) sobre o saldo do vinculo
      *                   na conta FGTSCTA, lancados na conta, gravados
      *                   no arquivo de recolhimento GRRF-AAAAMM e
      *                   contabilizados no RESCCTB; no termo, como
      *                   informativo fora do liquido.
      *   15/10/2026 LHP  Parcelas do 13o do ano ja pagas pelo PAGTO13
      *                   (HIST13) abatidas do 13o proporcional no
      *                   total da rescisao e na base do deposito de
      *                   FGTS do mes; deposito de FGTS sobre o 13o
      *                   (lancamento 'T') entra no saldo da multa.
      *   15/10/2026 LHP  Deposito de FGTS da folha complementar
      *                   (lancamento 'C' do FOLHACPL) entra no saldo
      *                   da multa.
      *   15/10/2026 LHP  Exame demissional (arquivo ASO, do CADASO)
      *                   conferido antes da rescisao: sem exame
      *                   realizado na janela legal o desligamento e
      *                   recusado ao operador; o supervisor e avisado
      *                   e pode liberar, com alerta a AUDITORIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-AFAST-STATUS.

           SELECT ASO-ARQ
               ASSIGN TO "ASO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WS-ASO-STATUS.

           SELECT EMPREST-ARQ
               ASSIGN TO "EMPREST"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ECP-MATRICULA
               FILE STATUS IS WS-EMPCOMP-STATUS.

           SELECT FGTSCTA-ARQ
               ASSIGN TO "FGTSCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGC-CHAVE
               FILE STATUS IS WS-FGTSCTA-STATUS.

           SELECT HIST13-ARQ
               ASSIGN TO "HIST13"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H13-CHAVE
               FILE STATUS IS WS-HIST13-STATUS.

           SELECT GRRF-ARQ
               ASSIGN TO DYNAMIC WS-NOME-GRRF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRRF-STATUS.

           SELECT RESCPAG-ARQ
               ASSIGN TO "RESCPAG"
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY AFASTC.

       FD  ASO-ARQ
           LABEL RECORD IS STANDARD.
           COPY ASOC.

       FD  EMPREST-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRESTC.
           LABEL RECORD IS STANDARD.
           COPY EMPCOMPC.

       FD  FGTSCTA-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSCTC.

       FD  HIST13-ARQ
           LABEL RECORD IS STANDARD.
           COPY HIST13C.

      * GRRF - recolhimento rescisorio do FGTS da competencia do
      * desligamento (deposito do mes e multa), acrescido a cada termo.
       FD  GRRF-ARQ
           LABEL RECORD IS STANDARD.
           COPY GRRFC.

      * RESCPAG - arquivo de pagamento das rescisoes, no mesmo layout
      * CSV do EXPFOLHA (matricula nas 6 primeiras posicoes), para o
      * banco processar e o RECBANC conciliar.
               88 FIM-DOS-AFAST       VALUE 'S'.
           05 WS-TEM-AFAST-ABERTO     PIC X(01) VALUE 'N'.
               88 WS-AFASTADO         VALUE 'S'.
           05 WS-ASO-STATUS           PIC X(02) VALUE '00'.
           05 WS-ASO-OK               PIC X(01) VALUE 'N'.
               88 WS-ASO-DISPONIVEL   VALUE 'S'.
           05 WS-FIM-ASO              PIC X(01) VALUE 'N'.
               88 FIM-DOS-EXAMES      VALUE 'S'.
           05 WS-ASO-CONFERIDO        PIC X(01) VALUE 'N'.
               88 WS-DEMISSIONAL-OK   VALUE 'S'.
           05 WS-EMPREST-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPREST-OK           PIC X(01) VALUE 'N'.
               88 WS-EMPREST-DISPONIVEL VALUE 'S'.
               88 WS-EMPCOMP-DISPONIVEL VALUE 'S'.
           05 WS-RESCPAG-STATUS       PIC X(02) VALUE '00'.
           05 WS-RESCCTB-STATUS       PIC X(02) VALUE '00'.
           05 WS-FGTSCTA-STATUS       PIC X(02) VALUE '00'.
           05 WS-FGTSCTA-OK           PIC X(01) VALUE 'N'.
               88 WS-FGTSCTA-DISPONIVEL VALUE 'S'.
           05 WS-FIM-FGTSCTA          PIC X(01) VALUE 'N'.
               88 FIM-DA-CONTA-FGTS   VALUE 'S'.
           05 WS-GRRF-STATUS          PIC X(02) VALUE '00'.
           05 WS-HIST13-STATUS        PIC X(02) VALUE '00'.
           05 WS-HIST13-OK            PIC X(01) VALUE 'N'.
               88 WS-HIST13-DISPONIVEL VALUE 'S'.

       01  WS-OPERADOR                PIC X(08) VALUE SPACES.

           05 WS-ANO-ADMISSAO         PIC 9(04).
           05 WS-MES-ADMISSAO         PIC 9(02).
           05 WS-MESES-TRABALHADOS-13 PIC S9(02) VALUE 0.
           05 WS-ADIC-RISCO           PIC S9(07)V99 VALUE 0.
           05 WS-REMUNERACAO          PIC S9(07)V99 VALUE 0.
           05 WS-SALDO-SALARIO        PIC S9(07)V99 VALUE 0.
           05 WS-DECIMO-TERCEIRO      PIC S9(07)V99 VALUE 0.
           05 WS-13-JA-PAGO           PIC S9(07)V99 VALUE 0.
           05 WS-FERIAS-PROPORC       PIC S9(07)V99 VALUE 0.
           05 WS-SALDO-EMPRESTIMOS    PIC S9(07)V99 VALUE 0.
           05 WS-TOTAL-RESCISAO       PIC S9(07)V99 VALUE 0.

      * FGTS rescisorio: deposito do mes (8 por cento sobre o saldo de
      * salario e o 13o da rescisao) e multa sobre o saldo do vinculo
      * em curso na FGTSCTA, com o deposito do mes.
       01  WS-CALCULO-FGTS.
           05 WS-ALIQUOTA-FGTS        PIC 9(01)V99 VALUE 0,08.
           05 WS-BASE-FGTS-MES        PIC S9(09)V99 VALUE 0.
           05 WS-FGTS-MES             PIC S9(07)V99 VALUE 0.
           05 WS-SALDO-FGTS           PIC S9(09)V99 VALUE 0.
           05 WS-PERC-MULTA           PIC 9(02) VALUE 0.
           05 WS-MULTA-FGTS           PIC S9(07)V99 VALUE 0.
           05 WS-TOTAL-GRRF           PIC S9(09)V99 VALUE 0.
           05 WS-CPF-FUNCIONARIO      PIC 9(11) VALUE 0.

       01  WS-DESCRICAO-MOTIVO        PIC X(20) VALUE SPACES.

      * Janela legal do exame demissional: o demissional feito ate
      * WS-DIAS-APOS-DESLIG dias depois do desligamento, ou qualquer
      * exame ocupacional feito ate WS-DIAS-ANTES-DESLIG dias antes
      * (que dispensa o demissional).
       01  WS-JANELA-ASO.
           05 WS-DIAS-ANTES-DESLIG    PIC 9(03) VALUE 90.
           05 WS-DIAS-APOS-DESLIG     PIC 9(03) VALUE 10.
           05 WS-JANELA-INICIO        PIC 9(08) VALUE 0.
           05 WS-JANELA-FIM           PIC 9(08) VALUE 0.
           05 WS-CONTADOR-DIAS        PIC 9(03) VALUE 0.
           05 WS-LIBERA-SEM-ASO       PIC X(01) VALUE SPACES.

      * Dias de cada mes (fevereiro acertado no ano bissexto).
       01  WS-TAB-DIAS-MES.
           05 FILLER                  PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       01  WS-CALCULO-DATA.
           05 WS-DATA-CALCULO         PIC 9(08) VALUE 0.
           05 WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO.
               10 WS-CALC-ANO         PIC 9(04).
               10 WS-CALC-MES         PIC 9(02).
               10 WS-CALC-DIA         PIC 9(02).
           05 WS-DIAS-DO-MES          PIC 9(02) VALUE 0.
           05 WS-ANO-QUOCIENTE        PIC 9(04) VALUE 0.
           05 WS-ANO-RESTO            PIC 9(01) VALUE 0.

       01  WS-DATA-HORA-LOG.
           05 WS-DATAHORA-LOG-DATA    PIC 9(08).
           05 WS-DATAHORA-LOG-HORA    PIC 9(06).

           COPY TRAVREGC.

           COPY ADRLINKC.

           COPY MSGGRVC.

       01  WS-RELATORIO-STATUS        PIC X(02) VALUE '00'.
       01  WS-NOME-RELATORIO          PIC X(21) VALUE SPACES.
       01  WS-HORA-IMPRESSAO          PIC 9(08) VALUE 0.

       01  WS-NOME-RESCCTB            PIC X(18) VALUE SPACES.
       01  WS-NOME-GRRF               PIC X(15) VALUE SPACES.

       01  WS-DADOS-BANCARIOS.
           05 WS-BANCO-EXPORT         PIC X(03) VALUE SPACES.
           IF WS-EMPREST-STATUS = '00'
               MOVE 'S' TO WS-EMPREST-OK
           END-IF.
           OPEN INPUT ASO-ARQ.
           IF WS-ASO-STATUS = '00'
               MOVE 'S' TO WS-ASO-OK
           END-IF.
           OPEN INPUT EMPCOMP-ARQ.
           IF WS-EMPCOMP-STATUS = '00'
               MOVE 'S' TO WS-EMPCOMP-OK
               DISPLAY 'DESLIGA: EMPCOMP INDISPONIVEL - PAGAMENTO DA '
                   'RESCISAO SAI SEM DADOS BANCARIOS'
           END-IF.
           OPEN I-O FGTSCTA-ARQ.
           IF WS-FGTSCTA-STATUS = '35'
               OPEN OUTPUT FGTSCTA-ARQ
               CLOSE FGTSCTA-ARQ
               OPEN I-O FGTSCTA-ARQ
           END-IF.
           IF WS-FGTSCTA-STATUS = '00'
               MOVE 'S' TO WS-FGTSCTA-OK
           ELSE
               DISPLAY 'DESLIGA: FGTSCTA INDISPONIVEL - STATUS '
                   WS-FGTSCTA-STATUS
               DISPLAY 'DESLIGA: MULTA DO FGTS SAI SOBRE O DEPOSITO '
                   'DO MES APENAS'
           END-IF.
           OPEN INPUT HIST13-ARQ.
           IF WS-HIST13-STATUS = '00'
               MOVE 'S' TO WS-HIST13-OK
           END-IF.
       1000-EXIT.
           EXIT.

           DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD)......: '
               WITH NO ADVANCING.
           ACCEPT EMP-DATA-DESLIGAMENTO.
           DISPLAY 'MOTIVO (S=SEM JUSTA CAUSA, A=ACORDO, P=PEDIDO, '
               'J=JUSTA CAUSA): ' WITH NO ADVANCING.
           ACCEPT EMP-MOTIVO-DESLIGAMENTO.
           IF NOT EMP-MOTIVO-VALIDO
               DISPLAY 'DESLIGA: MOTIVO INVALIDO - DESLIGAMENTO NAO '
                   'REGISTRADO'
               GO TO 2000-DESTRAVAR
           END-IF.
           PERFORM 2500-VERIFICAR-DEMISSIONAL THRU 2500-EXIT.
           IF NOT WS-DEMISSIONAL-OK
               GO TO 2000-DESTRAVAR
           END-IF.
           SET EMP-DESLIGADO TO TRUE.
           REWRITE EMP-REGISTRO
               INVALID KEY
           PERFORM 2200-IMPRIMIR-RESCISAO THRU 2200-EXIT.
           PERFORM 2400-GRAVAR-PAGAMENTO THRU 2400-EXIT.
           PERFORM 2600-CONTABILIZAR-RESCISAO THRU 2600-EXIT.
           PERFORM 2700-RECOLHER-FGTS THRU 2700-EXIT.
           PERFORM 7000-GRAVAR-LOG THRU 7000-EXIT.
       2000-DESTRAVAR.
           PERFORM 9200-DESTRAVAR-MATRICULA THRU 9200-EXIT.
           EXIT.

      ******************************************************************
      * 2050-CALCULAR-RESCISAO - apura, ate a data do desligamento,
      * sobre a remuneracao (salario mais o adicional de risco do
      * cargo, mes cheio, no salario minimo da competencia do
      * desligamento): decimo terceiro proporcional (meses do ano em
      * curso) e ferias proporcionais com o terco constitucional sobre
      * o saldo acumulado em FERIAS-ARQ (zero se nao houver registro).
      * As parcelas do 13o do ano ja pagas pelo PAGTO13 sao abatidas do
      * total.
      * O saldo de salario dos dias trabalhados e apurado so como
      * informativo do termo: esses dias sao pagos pro-rata pela folha
      * do RELAT e ficam fora do total da rescisao, senao sairiam em
      * dobro.
      ******************************************************************
       2050-CALCULAR-RESCISAO.
           MOVE EMP-DATA-DESLIGAMENTO (1:4) TO WS-DESLIG-ANO.
           MOVE EMP-DATA-DESLIGAMENTO (5:2) TO WS-DESLIG-MES.
           MOVE EMP-DATA-DESLIGAMENTO (7:2) TO WS-DESLIG-DIA.
           PERFORM 2060-BUSCAR-ADIC-RISCO THRU 2060-EXIT.
           COMPUTE WS-REMUNERACAO = EMP-SALARIO + WS-ADIC-RISCO.
           COMPUTE WS-SALDO-SALARIO ROUNDED =
               WS-REMUNERACAO * WS-DESLIG-DIA / 30.
           MOVE EMP-DATA-ADMISSAO (1:4) TO WS-ANO-ADMISSAO.
           MOVE EMP-DATA-ADMISSAO (5:2) TO WS-MES-ADMISSAO.
           IF WS-ANO-ADMISSAO < WS-DESLIG-ANO
               MOVE 0 TO WS-MESES-TRABALHADOS-13
           END-IF.
           COMPUTE WS-DECIMO-TERCEIRO ROUNDED =
               WS-REMUNERACAO * WS-MESES-TRABALHADOS-13 / 12.
           PERFORM 2065-BUSCAR-13-PAGO THRU 2065-EXIT.
           PERFORM 2070-APURAR-FGTS-RESCISORIO THRU 2070-EXIT.
           MOVE 0 TO WS-FERIAS-PROPORC.
           MOVE EMP-MATRICULA TO FER-MATRICULA.
           READ FERIAS-ARQ
           END-READ.
           IF WS-TEM-SALDO-FERIAS
               COMPUTE WS-FERIAS-PROPORC ROUNDED =
                   WS-REMUNERACAO * FER-DIAS-SALDO / 30 * 4 / 3
           END-IF.
           PERFORM 2080-QUITAR-EMPRESTIMOS THRU 2080-EXIT.
           COMPUTE WS-TOTAL-RESCISAO =
               WS-DECIMO-TERCEIRO - WS-13-JA-PAGO
               + WS-FERIAS-PROPORC - WS-SALDO-EMPRESTIMOS.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2065-BUSCAR-13-PAGO - soma as parcelas do 13o do ano do
      * desligamento ja pagas ao funcionario (HIST13, gravado pelo
      * PAGTO13). Sem HIST13, nada a abater.
      ******************************************************************
       2065-BUSCAR-13-PAGO.
           MOVE 0 TO WS-13-JA-PAGO.
           IF NOT WS-HIST13-DISPONIVEL
               GO TO 2065-EXIT
           END-IF.
           MOVE EMP-MATRICULA TO H13-MATRICULA.
           MOVE WS-DESLIG-ANO TO H13-ANO.
           MOVE 1             TO H13-PARCELA.
           READ HIST13-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD H13-VALOR-PARCELA TO WS-13-JA-PAGO
           END-READ.
           MOVE EMP-MATRICULA TO H13-MATRICULA.
           MOVE WS-DESLIG-ANO TO H13-ANO.
           MOVE 2             TO H13-PARCELA.
           READ HIST13-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD H13-VALOR-PARCELA TO WS-13-JA-PAGO
           END-READ.
       2065-EXIT.
           EXIT.

      ******************************************************************
      * 2060-BUSCAR-ADIC-RISCO - adicional de insalubridade ou de
      * periculosidade do cargo (subrotina ADICRISC), no mes cheio.
      * Cargo insalubre sem salario minimo vigente no CADTABF fica sem
      * o adicional, com aviso.
      ******************************************************************
       2060-BUSCAR-ADIC-RISCO.
           MOVE 0 TO WS-ADIC-RISCO.
           MOVE EMP-CARGO   TO ADR-CARGO.
           MOVE EMP-SALARIO TO ADR-SALARIO.
           COMPUTE ADR-COMPETENCIA =
               WS-DESLIG-ANO * 100 + WS-DESLIG-MES.
           CALL 'ADICRISC' USING ADR-PARAMETROS.
           IF ADR-SEM-MINIMO
               DISPLAY 'DESLIGA: SEM SALARIO MINIMO VIGENTE NO CADTABF '
                   '- RESCISAO CALCULADA SEM A INSALUBRIDADE'
               GO TO 2060-EXIT
           END-IF.
           MOVE ADR-VALOR TO WS-ADIC-RISCO.
       2060-EXIT.
           EXIT.

      ******************************************************************
      * 2080-QUITAR-EMPRESTIMOS - soma o saldo devedor dos emprestimos
      * em aberto do funcionario (EMPREST), que sera abatido do
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2070-APURAR-FGTS-RESCISORIO - deposito de FGTS do mes da
      * rescisao (saldo de salario e 13o proporcional menos as parcelas
      * ja pagas, que ja tiveram o seu deposito) e multa
      * rescisoria pelo motivo: 40 por cento sem justa causa, 20 por
      * cento no acordo, nada a pedido ou por justa causa. A base da
      * multa e o saldo da conta FGTSCTA no vinculo em curso (mesma
      * admissao - vinculos anteriores da matricula ficam de fora)
      * mais o deposito do mes.
      ******************************************************************
       2070-APURAR-FGTS-RESCISORIO.
           COMPUTE WS-BASE-FGTS-MES =
               WS-SALDO-SALARIO + WS-DECIMO-TERCEIRO - WS-13-JA-PAGO.
           IF WS-BASE-FGTS-MES < 0
               MOVE 0 TO WS-BASE-FGTS-MES
           END-IF.
           COMPUTE WS-FGTS-MES ROUNDED =
               WS-BASE-FGTS-MES * WS-ALIQUOTA-FGTS.
           MOVE WS-FGTS-MES TO WS-SALDO-FGTS.
           IF WS-FGTSCTA-DISPONIVEL
               MOVE 'N' TO WS-FIM-FGTSCTA
               MOVE EMP-MATRICULA TO FGC-MATRICULA
               MOVE 0             TO FGC-ANO
               MOVE 0             TO FGC-MES
               MOVE SPACES        TO FGC-TIPO
               START FGTSCTA-ARQ KEY IS NOT LESS THAN FGC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-FGTSCTA
               END-START
               IF NOT FIM-DA-CONTA-FGTS
                   PERFORM 2078-LER-PROXIMO-FGTS THRU 2078-EXIT
               END-IF
               PERFORM 2075-SOMAR-SALDO-FGTS THRU 2075-EXIT
                   UNTIL FIM-DA-CONTA-FGTS
           END-IF.
           EVALUATE TRUE
               WHEN EMP-DESLIG-SEM-JUSTA-CAUSA
                   MOVE 40 TO WS-PERC-MULTA
                   MOVE 'SEM JUSTA CAUSA' TO WS-DESCRICAO-MOTIVO
               WHEN EMP-DESLIG-ACORDO
                   MOVE 20 TO WS-PERC-MULTA
                   MOVE 'ACORDO (ART. 484-A)' TO WS-DESCRICAO-MOTIVO
               WHEN EMP-DESLIG-PEDIDO
                   MOVE 0 TO WS-PERC-MULTA
                   MOVE 'PEDIDO DE DEMISSAO' TO WS-DESCRICAO-MOTIVO
               WHEN OTHER
                   MOVE 0 TO WS-PERC-MULTA
                   MOVE 'JUSTA CAUSA' TO WS-DESCRICAO-MOTIVO
           END-EVALUATE.
           COMPUTE WS-MULTA-FGTS ROUNDED =
               WS-SALDO-FGTS * WS-PERC-MULTA / 100.
           COMPUTE WS-TOTAL-GRRF = WS-FGTS-MES + WS-MULTA-FGTS.
       2070-EXIT.
           EXIT.

       2075-SOMAR-SALDO-FGTS.
           IF FGC-DATA-ADMISSAO = EMP-DATA-ADMISSAO
               AND (FGC-DEPOSITO OR FGC-RESCISORIO
                   OR FGC-DEPOSITO-13 OR FGC-DEPOSITO-COMPL)
               ADD FGC-VALOR TO WS-SALDO-FGTS
           END-IF.
           PERFORM 2078-LER-PROXIMO-FGTS THRU 2078-EXIT.
       2075-EXIT.
           EXIT.

       2078-LER-PROXIMO-FGTS.
           READ FGTSCTA-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-FGTSCTA
           END-READ.
           IF WS-FGTSCTA-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-FGTSCTA
           END-IF.
           IF NOT FIM-DA-CONTA-FGTS
               AND FGC-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-FGTSCTA
           END-IF.
       2078-EXIT.
           EXIT.

      ******************************************************************
      * 2200-IMPRIMIR-RESCISAO - imprime o termo de rescisao com a
      * composicao dos valores apurados.
           WRITE REL-LINHA.
           MOVE CAB1D TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-ADIC-RISCO NOT = 0
               IF ADR-INSALUBRIDADE
                   MOVE 'ADICIONAL DE INSALUBRIDADE (NA BASE)'
                       TO DET1D-DESCRICAO
               ELSE
                   MOVE 'ADICIONAL DE PERICULOSIDADE (NA BASE)'
                       TO DET1D-DESCRICAO
               END-IF
               MOVE WS-ADIC-RISCO         TO DET1D-VALOR
               MOVE DET1D TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE 'SALDO DE SALARIO (PAGO PELA FOLHA)'
               TO DET1D-DESCRICAO.
           MOVE WS-SALDO-SALARIO          TO DET1D-VALOR.
           MOVE WS-DECIMO-TERCEIRO        TO DET1D-VALOR.
           MOVE DET1D TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-13-JA-PAGO NOT = 0
               MOVE 'PARCELAS DO 13o JA PAGAS NO ANO (-)'
                   TO DET1D-DESCRICAO
               COMPUTE DET1D-VALOR = 0 - WS-13-JA-PAGO
               MOVE DET1D TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE 'FERIAS PROPORCIONAIS + 1/3 CONSTITUCIONAL'
               TO DET1D-DESCRICAO.
           MOVE WS-FERIAS-PROPORC         TO DET1D-VALOR.
           WRITE REL-LINHA.
           MOVE CAB1D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO DET1D-DESCRICAO.
           STRING 'MOTIVO: ' DELIMITED BY SIZE
                  WS-DESCRICAO-MOTIVO DELIMITED BY SIZE
                  INTO DET1D-DESCRICAO
           END-STRING.
           MOVE 0                         TO DET1D-VALOR.
           MOVE DET1D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'FGTS - DEPOSITO DO MES (GRRF)'
               TO DET1D-DESCRICAO.
           MOVE WS-FGTS-MES               TO DET1D-VALOR.
           MOVE DET1D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'FGTS - SALDO DO VINCULO (BASE DA MULTA)'
               TO DET1D-DESCRICAO.
           MOVE WS-SALDO-FGTS             TO DET1D-VALOR.
           MOVE DET1D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO DET1D-DESCRICAO.
           STRING 'FGTS - MULTA RESCISORIA ' DELIMITED BY SIZE
                  WS-PERC-MULTA DELIMITED BY SIZE
                  ' PCT (GRRF)' DELIMITED BY SIZE
                  INTO DET1D-DESCRICAO
           END-STRING.
           MOVE WS-MULTA-FGTS             TO DET1D-VALOR.
           MOVE DET1D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  (RECOLHIDOS NA GRRF - FORA DO LIQUIDO)'
               TO DET1D-DESCRICAO.
           MOVE 0                         TO DET1D-VALOR.
           MOVE DET1D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1D TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'DESLIGA: TERMO DE RESCISAO GRAVADO EM '
               WS-NOME-RELATORIO.
       2390-EXIT.
           EXIT.

      ******************************************************************
      * 2500-VERIFICAR-DEMISSIONAL - procura no ASO um exame realizado
      * na janela legal do desligamento (WS-JANELA-ASO). Sem exame, o
      * operador tem o desligamento recusado; o supervisor e avisado e
      * pode liberar, e a liberacao vai para a caixa da AUDITORIA.
      ******************************************************************
       2500-VERIFICAR-DEMISSIONAL.
           MOVE 'N' TO WS-ASO-CONFERIDO.
           MOVE EMP-DATA-DESLIGAMENTO TO WS-DATA-CALCULO.
           MOVE 0 TO WS-CONTADOR-DIAS.
           PERFORM 2580-SUBTRAIR-UM-DIA THRU 2580-EXIT
               UNTIL WS-CONTADOR-DIAS NOT < WS-DIAS-ANTES-DESLIG.
           MOVE WS-DATA-CALCULO TO WS-JANELA-INICIO.
           MOVE EMP-DATA-DESLIGAMENTO TO WS-DATA-CALCULO.
           MOVE 0 TO WS-CONTADOR-DIAS.
           PERFORM 2570-SOMAR-UM-DIA THRU 2570-EXIT
               UNTIL WS-CONTADOR-DIAS NOT < WS-DIAS-APOS-DESLIG.
           MOVE WS-DATA-CALCULO TO WS-JANELA-FIM.
           IF WS-ASO-DISPONIVEL
               MOVE 'N' TO WS-FIM-ASO
               MOVE EMP-MATRICULA TO ASO-MATRICULA
               MOVE 0 TO ASO-SEQUENCIA
               START ASO-ARQ KEY IS NOT LESS THAN ASO-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ASO
               END-START
               PERFORM 2550-TESTAR-EXAME THRU 2550-EXIT
                   UNTIL FIM-DOS-EXAMES OR WS-DEMISSIONAL-OK
           END-IF.
           IF WS-DEMISSIONAL-OK
               GO TO 2500-EXIT
           END-IF.
           DISPLAY 'DESLIGA: SEM EXAME DEMISSIONAL (ASO) ENTRE '
               WS-JANELA-INICIO ' E ' WS-JANELA-FIM.
           IF SEG-NIVEL < 2
               DISPLAY 'DESLIGA: DESLIGAMENTO RECUSADO - REGISTRE O '
                   'EXAME NO CADASO OU PECA A LIBERACAO A UM '
                   'SUPERVISOR'
               GO TO 2500-EXIT
           END-IF.
           DISPLAY 'LIBERAR O DESLIGAMENTO SEM O EXAME (S/N)? '
               WITH NO ADVANCING.
           ACCEPT WS-LIBERA-SEM-ASO.
           IF WS-LIBERA-SEM-ASO NOT = 'S'
               DISPLAY 'DESLIGA: DESLIGAMENTO NAO REGISTRADO'
               GO TO 2500-EXIT
           END-IF.
           MOVE 'S' TO WS-ASO-CONFERIDO.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'DESLIGA: MATRICULA '  DELIMITED BY SIZE
                  EMP-MATRICULA          DELIMITED BY SIZE
                  ' DESLIGADA SEM ASO DEMISSIONAL - LIBERADO POR '
                                         DELIMITED BY SIZE
                  WS-OPERADOR            DELIMITED BY SPACE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'AUDITORIA' TO GRV-DESTINATARIO.
           MOVE 'U' TO GRV-PRIORIDADE.
           CALL 'MSGGRAV' USING GRV-PARAMETROS.
       2500-EXIT.
           EXIT.

       2550-TESTAR-EXAME.
           READ ASO-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ASO
                   GO TO 2550-EXIT
           END-READ.
           IF WS-ASO-STATUS NOT = '00'
               OR ASO-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-ASO
               GO TO 2550-EXIT
           END-IF.
           IF NOT ASO-REALIZADO
               GO TO 2550-EXIT
           END-IF.
           IF ASO-DEMISSIONAL
               IF ASO-DATA-EXAME NOT > WS-JANELA-FIM
                   AND ASO-DATA-EXAME NOT < WS-JANELA-INICIO
                   MOVE 'S' TO WS-ASO-CONFERIDO
               END-IF
           ELSE
               IF ASO-DATA-EXAME NOT > EMP-DATA-DESLIGAMENTO
                   AND ASO-DATA-EXAME NOT < WS-JANELA-INICIO
                   MOVE 'S' TO WS-ASO-CONFERIDO
               END-IF
           END-IF.
       2550-EXIT.
           EXIT.

      * 2570/2580 - avancam ou recuam WS-DATA-CALCULO em um dia.
       2570-SOMAR-UM-DIA.
           PERFORM 2590-APURAR-DIAS-DO-MES THRU 2590-EXIT.
           ADD 1 TO WS-CALC-DIA.
           IF WS-CALC-DIA > WS-DIAS-DO-MES
               MOVE 1 TO WS-CALC-DIA
               ADD 1 TO WS-CALC-MES
               IF WS-CALC-MES > 12
                   MOVE 1 TO WS-CALC-MES
                   ADD 1 TO WS-CALC-ANO
               END-IF
           END-IF.
           ADD 1 TO WS-CONTADOR-DIAS.
       2570-EXIT.
           EXIT.

       2580-SUBTRAIR-UM-DIA.
           IF WS-CALC-DIA > 1
               SUBTRACT 1 FROM WS-CALC-DIA
           ELSE
               IF WS-CALC-MES > 1
                   SUBTRACT 1 FROM WS-CALC-MES
               ELSE
                   MOVE 12 TO WS-CALC-MES
                   SUBTRACT 1 FROM WS-CALC-ANO
               END-IF
               PERFORM 2590-APURAR-DIAS-DO-MES THRU 2590-EXIT
               MOVE WS-DIAS-DO-MES TO WS-CALC-DIA
           END-IF.
           ADD 1 TO WS-CONTADOR-DIAS.
       2580-EXIT.
           EXIT.

       2590-APURAR-DIAS-DO-MES.
           MOVE WS-DIAS-MES (WS-CALC-MES) TO WS-DIAS-DO-MES.
           IF WS-CALC-MES = 2
               DIVIDE WS-CALC-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO
               IF WS-ANO-RESTO = 0
                   MOVE 29 TO WS-DIAS-DO-MES
               END-IF
           END-IF.
       2590-EXIT.
           EXIT.

      ******************************************************************
      * 2400-GRAVAR-PAGAMENTO - grava o liquido da rescisao no arquivo
      * de pagamento RESCPAG, com os dados bancarios do EMPCOMP, no
      ******************************************************************
       2600-CONTABILIZAR-RESCISAO.
           IF WS-TOTAL-RESCISAO = 0
               AND WS-TOTAL-GRRF = 0
               GO TO 2600-EXIT
           END-IF.
      * Com multi-CNPJ, o lote da empresa do funcionario leva o sufixo
               DISPLAY 'DESLIGA: RESCISAO NAO CONTABILIZADA'
               GO TO 2600-EXIT
           END-IF.
           IF WS-TOTAL-RESCISAO NOT = 0
               PERFORM 2650-PREPARAR-LANCAMENTO THRU 2650-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'DESPESA RESCISOES' TO CTB-CONTA
               MOVE WS-TOTAL-RESCISAO TO CTB-VALOR
               WRITE CTB-REGISTRO
               PERFORM 2650-PREPARAR-LANCAMENTO THRU 2650-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'RESCISOES A PAGAR' TO CTB-CONTA
               MOVE WS-TOTAL-RESCISAO TO CTB-VALOR
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-FGTS-MES NOT = 0
               PERFORM 2650-PREPARAR-LANCAMENTO THRU 2650-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'DESPESA FGTS' TO CTB-CONTA
               MOVE WS-FGTS-MES TO CTB-VALOR
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-MULTA-FGTS NOT = 0
               PERFORM 2650-PREPARAR-LANCAMENTO THRU 2650-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'MULTA FGTS RESCIS' TO CTB-CONTA
               MOVE WS-MULTA-FGTS TO CTB-VALOR
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-GRRF NOT = 0
               PERFORM 2650-PREPARAR-LANCAMENTO THRU 2650-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'FGTS A RECOLHER' TO CTB-CONTA
               MOVE WS-TOTAL-GRRF TO CTB-VALOR
               WRITE CTB-REGISTRO
           END-IF.
           CLOSE RESCCTB-ARQ.
           DISPLAY 'DESLIGA: RESCISAO CONTABILIZADA EM '
               WS-NOME-RESCCTB.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-RECOLHER-FGTS - lanca o deposito do mes ('R') e a multa
      * ('M') na conta FGTSCTA do funcionario - o RELAT desconta o
      * deposito ja recolhido da guia mensal - e acrescenta o registro
      * do desligamento ao arquivo de recolhimento rescisorio da
      * competencia (GRRF-AAAAMM, sufixo -Enn como o RESCCTB).
      ******************************************************************
       2700-RECOLHER-FGTS.
           IF WS-TOTAL-GRRF = 0
               GO TO 2700-EXIT
           END-IF.
           ACCEPT WS-DATAHORA-LOG-DATA FROM DATE YYYYMMDD.
           IF WS-FGTSCTA-DISPONIVEL
               IF WS-FGTS-MES NOT = 0
                   MOVE 'R' TO FGC-TIPO
                   MOVE WS-BASE-FGTS-MES TO FGC-BASE
                   MOVE WS-FGTS-MES      TO FGC-VALOR
                   PERFORM 2750-GRAVAR-CONTA-FGTS THRU 2750-EXIT
               END-IF
               IF WS-MULTA-FGTS NOT = 0
                   MOVE 'M' TO FGC-TIPO
                   MOVE WS-SALDO-FGTS    TO FGC-BASE
                   MOVE WS-MULTA-FGTS    TO FGC-VALOR
                   PERFORM 2750-GRAVAR-CONTA-FGTS THRU 2750-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-NOME-GRRF.
           IF EMP-EMPRESA = 0
               STRING 'GRRF-'       DELIMITED BY SIZE
                      WS-DESLIG-ANO DELIMITED BY SIZE
                      WS-DESLIG-MES DELIMITED BY SIZE
                      INTO WS-NOME-GRRF
               END-STRING
           ELSE
               STRING 'GRRF-'       DELIMITED BY SIZE
                      WS-DESLIG-ANO DELIMITED BY SIZE
                      WS-DESLIG-MES DELIMITED BY SIZE
                      '-E'          DELIMITED BY SIZE
                      EMP-EMPRESA   DELIMITED BY SIZE
                      INTO WS-NOME-GRRF
               END-STRING
           END-IF.
           OPEN EXTEND GRRF-ARQ.
           IF WS-GRRF-STATUS = '05' OR WS-GRRF-STATUS = '35'
               OPEN OUTPUT GRRF-ARQ
           END-IF.
           IF WS-GRRF-STATUS NOT = '00'
               DISPLAY 'DESLIGA: ERRO AO ABRIR ' WS-NOME-GRRF
                   ' - STATUS ' WS-GRRF-STATUS
               DISPLAY 'DESLIGA: RECOLHIMENTO RESCISORIO DO FGTS NAO '
                   'GRAVADO'
               GO TO 2700-EXIT
           END-IF.
           MOVE 0 TO WS-CPF-FUNCIONARIO.
           IF WS-EMPCOMP-DISPONIVEL
               MOVE EMP-MATRICULA TO ECP-MATRICULA
               READ EMPCOMP-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ECP-CPF TO WS-CPF-FUNCIONARIO
               END-READ
           END-IF.
           MOVE SPACES                  TO GRR-REGISTRO.
           MOVE WS-DESLIG-ANO           TO GRR-ANO.
           MOVE WS-DESLIG-MES           TO GRR-MES.
           MOVE EMP-EMPRESA             TO GRR-EMPRESA.
           MOVE EMP-MATRICULA           TO GRR-MATRICULA.
           MOVE WS-CPF-FUNCIONARIO      TO GRR-CPF.
           MOVE EMP-NOME                TO GRR-NOME.
           MOVE EMP-DATA-ADMISSAO       TO GRR-DATA-ADMISSAO.
           MOVE EMP-DATA-DESLIGAMENTO   TO GRR-DATA-DESLIGAMENTO.
           MOVE EMP-MOTIVO-DESLIGAMENTO TO GRR-MOTIVO.
           MOVE WS-FGTS-MES             TO GRR-VALOR-DEPOSITO.
           MOVE WS-SALDO-FGTS           TO GRR-SALDO-BASE-MULTA.
           MOVE WS-PERC-MULTA           TO GRR-PERC-MULTA.
           MOVE WS-MULTA-FGTS           TO GRR-VALOR-MULTA.
           MOVE WS-TOTAL-GRRF           TO GRR-TOTAL.
           WRITE GRR-REGISTRO.
           CLOSE GRRF-ARQ.
           DISPLAY 'DESLIGA: RECOLHIMENTO RESCISORIO DO FGTS GRAVADO '
               'EM ' WS-NOME-GRRF.
       2700-EXIT.
           EXIT.

      * 2750-GRAVAR-CONTA-FGTS - completa e grava o lancamento da
      * FGTSCTA cujo tipo, base e valor ja foram preenchidos.
       2750-GRAVAR-CONTA-FGTS.
           MOVE EMP-MATRICULA           TO FGC-MATRICULA.
           MOVE WS-DESLIG-ANO           TO FGC-ANO.
           MOVE WS-DESLIG-MES           TO FGC-MES.
           MOVE EMP-DATA-ADMISSAO       TO FGC-DATA-ADMISSAO.
           MOVE EMP-EMPRESA             TO FGC-EMPRESA.
           MOVE WS-PERC-MULTA           TO FGC-PERC-MULTA.
           MOVE EMP-MOTIVO-DESLIGAMENTO TO FGC-MOTIVO.
           MOVE WS-DATAHORA-LOG-DATA    TO FGC-DATA-LANCAMENTO.
           WRITE FGC-REGISTRO
               INVALID KEY
                   REWRITE FGC-REGISTRO
                       INVALID KEY
                           DISPLAY 'DESLIGA: ERRO AO GRAVAR FGTSCTA'
                   END-REWRITE
           END-WRITE.
       2750-EXIT.
           EXIT.

      * 2650-PREPARAR-LANCAMENTO - limpa o registro e preenche tipo,
      * competencia e historico comuns, como o RELAT faz.
       2650-PREPARAR-LANCAMENTO.
           IF WS-EMPCOMP-DISPONIVEL
               CLOSE EMPCOMP-ARQ
           END-IF.
           IF WS-FGTSCTA-DISPONIVEL
               CLOSE FGTSCTA-ARQ
           END-IF.
           IF WS-HIST13-DISPONIVEL
               CLOSE HIST13-ARQ
           END-IF.
           IF WS-ASO-DISPONIVEL
               CLOSE ASO-ARQ
           END-IF.
       9000-EXIT.
           EXIT.
