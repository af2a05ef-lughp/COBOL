       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTSEXT.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Extrato da conta de FGTS por funcionario (FGTSCTA).
      *             Para a matricula informada (zero = todas), lista os
      *             lancamentos em ordem de competencia - depositos
      *             mensais do RELAT, depositos sobre o 13o do PAGTO13,
      *             depositos da folha complementar do FOLHACPL,
      *             deposito rescisorio e multa do DESLIGA - separados
      *             por vinculo: cada admissao da matricula (a atual,
      *             do EMPREG, e as anteriores, do PERIODOS gravado na
      *             readmissao) abre um bloco com o periodo e fecha com
      *             o saldo do vinculo e a multa recolhida. A multa vai
      *             ao trabalhador e nao soma no saldo. Saida no
      *             arquivo de impressao datado
      *             FGTSEXT-AAAAMMDD-HHMM.
      *
      * Historico de alteracoes:
      *   15/10/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Depositos sobre o 13o (lancamento 'T' do
      *                   PAGTO13) listados e somados ao saldo.
      *   15/10/2026 LHP  Depositos da folha complementar (lancamento
      *                   'C' do FOLHACPL) listados e somados ao saldo.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FGTSCTA-ARQ
               ASSIGN TO "FGTSCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGC-CHAVE
               FILE STATUS IS WS-FGTSCTA-STATUS.

           SELECT EMPREG-ARQ
               ASSIGN TO "EMPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPREG-STATUS.

           SELECT PERIODOS-ARQ
               ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-PERIODOS-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FGTSCTA-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSCTC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  PERIODOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PERIODC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-FGTSCTA-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-PERIODOS-STATUS      PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-PERIODOS-OK          PIC X(01) VALUE 'N'.
               88 WS-PERIODOS-DISPONIVEL VALUE 'S'.
           05 WS-FIM-PERIODOS         PIC X(01) VALUE 'N'.
               88 FIM-DOS-PERIODOS    VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MATRICULA       PIC 9(06) VALUE 0.
               88 WS-TODAS-AS-MATRICULAS VALUE 0.

       01  WS-CONTROLE-QUEBRA.
           05 WS-MATRICULA-ANTERIOR   PIC 9(06) VALUE 0.
           05 WS-ADMISSAO-ANTERIOR    PIC 9(08) VALUE 0.

      * Saldos do extrato: do vinculo em impressao e da matricula.
       01  WS-SALDOS.
           05 WS-SALDO-VINCULO        PIC S9(09)V99 VALUE 0.
           05 WS-MULTA-VINCULO        PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-DEPOSITADO     PIC S9(09)V99 VALUE 0.
           05 WS-DESLIGAMENTO-VINCULO PIC 9(08) VALUE 0.
           05 WS-MOTIVO-VINCULO       PIC X(01) VALUE SPACES.

       01  WS-TOTAIS-GERAIS.
           05 WS-QTD-FUNCIONARIOS     PIC 9(05) VALUE 0.
           05 WS-TOTAL-GERAL          PIC S9(11)V99 VALUE 0.

       01  WS-NOME-RELATORIO          PIC X(21) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

       01  CAB1F.
           05 FILLER       PIC X(80) VALUE ALL '-'.

       01  CAB2F.
           05 FILLER       PIC X(32) VALUE
               'EXTRATO DA CONTA DE FGTS'.

       01  CAB3F.
           05 FILLER       PIC X(11) VALUE 'MATRICULA: '.
           05 CAB3F-MATRICULA PIC 9(06).
           05 FILLER       PIC X(03) VALUE ' - '.
           05 CAB3F-NOME   PIC X(30).

       01  CAB4F.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(20) VALUE 'VINCULO ADMITIDO EM '.
           05 CAB4F-ADMISSAO PIC 9999/99/99.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 CAB4F-SITUACAO PIC X(40).

       01  CAB5F.
           05 FILLER       PIC X(06) VALUE SPACES.
           05 FILLER       PIC X(09) VALUE 'COMPET.  '.
           05 FILLER       PIC X(22) VALUE 'LANCAMENTO'.
           05 FILLER       PIC X(15) VALUE '           BASE'.
           05 FILLER       PIC X(14) VALUE '         VALOR'.
           05 FILLER       PIC X(15) VALUE '          SALDO'.

       01  DET1F.
           05 FILLER       PIC X(06) VALUE SPACES.
           05 DET1F-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 DET1F-ANO    PIC 9999.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1F-DESCRICAO PIC X(22).
           05 DET1F-BASE   PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1F-VALOR  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1F-SALDO  PIC -ZZ.ZZZ.ZZ9,99.

       01  TOT1F.
           05 FILLER       PIC X(06) VALUE SPACES.
           05 TOT1F-DESCRICAO PIC X(40).
           05 TOT1F-VALOR  PIC -ZZ.ZZZ.ZZ9,99.

       01  WS-SITUACAO-EDITADA.
           05 FILLER                  PIC X(12) VALUE 'DESLIGADO EM'.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-SIT-DESLIGAMENTO     PIC 9999/99/99.
           05 FILLER                  PIC X(09) VALUE ' MOTIVO: '.
           05 WS-SIT-MOTIVO           PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-LANCAMENTO THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           IF WS-MATRICULA-ANTERIOR > 0
               PERFORM 3000-FECHAR-FUNCIONARIO THRU 3000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - pede a matricula, abre os arquivos e
      * posiciona a conta de FGTS no primeiro lancamento pedido.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'MATRICULA (ZERO = TODAS)......: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-MATRICULA.
           OPEN INPUT FGTSCTA-ARQ.
           IF WS-FGTSCTA-STATUS NOT = '00'
               DISPLAY 'FGTSEXT: ERRO AO ABRIR FGTSCTA - STATUS '
                   WS-FGTSCTA-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'FGTSEXT: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PERIODOS-ARQ.
           IF WS-PERIODOS-STATUS = '00'
               MOVE 'S' TO WS-PERIODOS-OK
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'FGTSEXT-'           DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'FGTSEXT: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 1000-EXIT
           END-IF.
           MOVE CAB1F TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2F TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1F TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-PARM-MATRICULA TO FGC-MATRICULA.
           MOVE 0      TO FGC-ANO.
           MOVE 0      TO FGC-MES.
           MOVE SPACES TO FGC-TIPO.
           START FGTSCTA-ARQ KEY IS NOT LESS THAN FGC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           IF NOT FIM-DO-ARQUIVO
               PERFORM 2900-LER-PROXIMO THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-LANCAMENTO - quebra por matricula e por vinculo
      * (admissao) e imprime o lancamento corrente.
      ******************************************************************
       2000-PROCESSAR-LANCAMENTO.
           IF FGC-MATRICULA NOT = WS-MATRICULA-ANTERIOR
               IF WS-MATRICULA-ANTERIOR > 0
                   PERFORM 3000-FECHAR-FUNCIONARIO THRU 3000-EXIT
               END-IF
               PERFORM 2100-INICIAR-FUNCIONARIO THRU 2100-EXIT
           END-IF.
           IF FGC-DATA-ADMISSAO NOT = WS-ADMISSAO-ANTERIOR
               IF WS-ADMISSAO-ANTERIOR > 0
                   PERFORM 3100-FECHAR-VINCULO THRU 3100-EXIT
               END-IF
               PERFORM 2200-INICIAR-VINCULO THRU 2200-EXIT
           END-IF.
           MOVE FGC-MES   TO DET1F-MES.
           MOVE FGC-ANO   TO DET1F-ANO.
           MOVE FGC-BASE  TO DET1F-BASE.
           MOVE FGC-VALOR TO DET1F-VALOR.
           EVALUATE TRUE
               WHEN FGC-DEPOSITO
                   MOVE 'DEPOSITO MENSAL' TO DET1F-DESCRICAO
                   ADD FGC-VALOR TO WS-SALDO-VINCULO
               WHEN FGC-RESCISORIO
                   MOVE 'DEPOSITO RESCISORIO' TO DET1F-DESCRICAO
                   ADD FGC-VALOR TO WS-SALDO-VINCULO
               WHEN FGC-DEPOSITO-13
                   MOVE 'DEPOSITO SOBRE 13o' TO DET1F-DESCRICAO
                   ADD FGC-VALOR TO WS-SALDO-VINCULO
               WHEN FGC-DEPOSITO-COMPL
                   MOVE 'DEPOSITO COMPLEMENTAR' TO DET1F-DESCRICAO
                   ADD FGC-VALOR TO WS-SALDO-VINCULO
               WHEN OTHER
                   MOVE SPACES TO DET1F-DESCRICAO
                   STRING 'MULTA RESCISORIA ' DELIMITED BY SIZE
                          FGC-PERC-MULTA DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                          INTO DET1F-DESCRICAO
                   END-STRING
                   ADD FGC-VALOR TO WS-MULTA-VINCULO
           END-EVALUATE.
           MOVE WS-SALDO-VINCULO TO DET1F-SALDO.
           MOVE DET1F TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-INICIAR-FUNCIONARIO - cabecalho da matricula, com o nome
      * do mestre.
      ******************************************************************
       2100-INICIAR-FUNCIONARIO.
           MOVE FGC-MATRICULA TO WS-MATRICULA-ANTERIOR.
           MOVE 0 TO WS-ADMISSAO-ANTERIOR.
           MOVE 0 TO WS-TOTAL-DEPOSITADO.
           MOVE FGC-MATRICULA TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   MOVE SPACES TO EMP-REGISTRO
                   MOVE FGC-MATRICULA TO EMP-MATRICULA
                   MOVE 'SEM CADASTRO EM EMPREG' TO EMP-NOME
           END-READ.
           MOVE FGC-MATRICULA TO CAB3F-MATRICULA.
           MOVE EMP-NOME      TO CAB3F-NOME.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3F TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-QTD-FUNCIONARIOS.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-INICIAR-VINCULO - abre o bloco do vinculo: o atual, se a
      * admissao for a do mestre; senao o periodo anterior do
      * PERIODOS com a mesma admissao.
      ******************************************************************
       2200-INICIAR-VINCULO.
           MOVE FGC-DATA-ADMISSAO TO WS-ADMISSAO-ANTERIOR.
           MOVE 0 TO WS-SALDO-VINCULO.
           MOVE 0 TO WS-MULTA-VINCULO.
           MOVE 0 TO WS-DESLIGAMENTO-VINCULO.
           MOVE SPACES TO WS-MOTIVO-VINCULO.
           IF FGC-DATA-ADMISSAO = EMP-DATA-ADMISSAO
               IF EMP-DESLIGADO
                   MOVE EMP-DATA-DESLIGAMENTO TO WS-DESLIGAMENTO-VINCULO
                   MOVE EMP-MOTIVO-DESLIGAMENTO TO WS-MOTIVO-VINCULO
               END-IF
           ELSE
               PERFORM 2250-BUSCAR-PERIODO THRU 2250-EXIT
           END-IF.
           MOVE FGC-DATA-ADMISSAO TO CAB4F-ADMISSAO.
           IF WS-DESLIGAMENTO-VINCULO = 0
               MOVE 'VINCULO EM CURSO' TO CAB4F-SITUACAO
           ELSE
               MOVE WS-DESLIGAMENTO-VINCULO TO WS-SIT-DESLIGAMENTO
               MOVE WS-MOTIVO-VINCULO       TO WS-SIT-MOTIVO
               MOVE WS-SITUACAO-EDITADA     TO CAB4F-SITUACAO
           END-IF.
           MOVE CAB4F TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB5F TO REL-LINHA.
           WRITE REL-LINHA.
       2200-EXIT.
           EXIT.

       2250-BUSCAR-PERIODO.
           IF NOT WS-PERIODOS-DISPONIVEL
               GO TO 2250-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-PERIODOS.
           MOVE FGC-MATRICULA TO PER-MATRICULA.
           MOVE 0 TO PER-SEQUENCIA.
           START PERIODOS-ARQ KEY IS NOT LESS THAN PER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PERIODOS
           END-START.
           IF NOT FIM-DOS-PERIODOS
               PERFORM 2290-LER-PROXIMO-PERIODO THRU 2290-EXIT
           END-IF.
           PERFORM 2260-TESTAR-PERIODO THRU 2260-EXIT
               UNTIL FIM-DOS-PERIODOS.
       2250-EXIT.
           EXIT.

       2260-TESTAR-PERIODO.
           IF PER-DATA-ADMISSAO = FGC-DATA-ADMISSAO
               MOVE PER-DATA-DESLIGAMENTO   TO WS-DESLIGAMENTO-VINCULO
               MOVE PER-MOTIVO-DESLIGAMENTO TO WS-MOTIVO-VINCULO
               MOVE 'S' TO WS-FIM-PERIODOS
               GO TO 2260-EXIT
           END-IF.
           PERFORM 2290-LER-PROXIMO-PERIODO THRU 2290-EXIT.
       2260-EXIT.
           EXIT.

       2290-LER-PROXIMO-PERIODO.
           READ PERIODOS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PERIODOS
           END-READ.
           IF WS-PERIODOS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PERIODOS
           END-IF.
           IF NOT FIM-DOS-PERIODOS
               AND PER-MATRICULA NOT = FGC-MATRICULA
               MOVE 'S' TO WS-FIM-PERIODOS
           END-IF.
       2290-EXIT.
           EXIT.

       2900-LER-PROXIMO.
           READ FGTSCTA-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-FGTSCTA-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
           IF NOT FIM-DO-ARQUIVO
               AND NOT WS-TODAS-AS-MATRICULAS
               AND FGC-MATRICULA NOT = WS-PARM-MATRICULA
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FECHAR-FUNCIONARIO - fecha o ultimo vinculo e imprime o
      * total depositado em todos os vinculos da matricula.
      ******************************************************************
       3000-FECHAR-FUNCIONARIO.
           PERFORM 3100-FECHAR-VINCULO THRU 3100-EXIT.
           MOVE 'TOTAL DEPOSITADO NA MATRICULA' TO TOT1F-DESCRICAO.
           MOVE WS-TOTAL-DEPOSITADO TO TOT1F-VALOR.
           MOVE TOT1F TO REL-LINHA.
           WRITE REL-LINHA.
           ADD WS-TOTAL-DEPOSITADO TO WS-TOTAL-GERAL.
       3000-EXIT.
           EXIT.

       3100-FECHAR-VINCULO.
           MOVE 'SALDO DO VINCULO' TO TOT1F-DESCRICAO.
           MOVE WS-SALDO-VINCULO TO TOT1F-VALOR.
           MOVE TOT1F TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-MULTA-VINCULO NOT = 0
               MOVE 'MULTA RESCISORIA RECOLHIDA (FORA DO SALDO)'
                   TO TOT1F-DESCRICAO
               MOVE WS-MULTA-VINCULO TO TOT1F-VALOR
               MOVE TOT1F TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           ADD WS-SALDO-VINCULO TO WS-TOTAL-DEPOSITADO.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos e imprime os totais.
      ******************************************************************
       9000-FINALIZAR.
           IF WS-RELATORIO-STATUS = '00'
               AND WS-NOME-RELATORIO NOT = SPACES
               MOVE CAB1F TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING '   FUNCIONARIOS NO EXTRATO: ' DELIMITED BY SIZE
                      WS-QTD-FUNCIONARIOS DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               MOVE 'TOTAL DEPOSITADO NO EXTRATO' TO TOT1F-DESCRICAO
               MOVE WS-TOTAL-GERAL TO TOT1F-VALOR
               MOVE TOT1F TO REL-LINHA
               WRITE REL-LINHA
               CLOSE RELATORIO-ARQ
               DISPLAY 'FGTSEXT: EXTRATO GRAVADO EM '
                   WS-NOME-RELATORIO
           END-IF.
           CLOSE FGTSCTA-ARQ.
           CLOSE EMPREG-ARQ.
           IF WS-PERIODOS-DISPONIVEL
               CLOSE PERIODOS-ARQ
           END-IF.
       9000-EXIT.
           EXIT.
