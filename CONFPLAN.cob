       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFPLAN.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Conferencia mensal da fatura da operadora do plano
      *             de saude. Le o arquivo da fatura FATPLANO (um
      *             registro por beneficiario cobrado) da competencia
      *             informada e confere cada cobranca contra as
      *             adesoes do PLSAUDE e o mestre EMPREG:
      *               - cobrado depois do desligamento do titular
      *                 (desligado antes do mes cobrado);
      *               - cobrado sem adesao, ou fora do periodo de
      *                 cobertura da adesao;
      *               - plano diferente do da adesao;
      *               - valor diferente do preco da faixa etaria do
      *                 plano (PRECOPLN).
      *             Lista so as cobrancas com ocorrencia, com o valor a
      *             contestar, e os totais da fatura no arquivo de
      *             impressao datado CONFPLAN-AAAAMMDD-HHMM.
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
           SELECT FATPLANO-ARQ
               ASSIGN TO "FATPLANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATPLANO-STATUS.

           SELECT PLSAUDE-ARQ
               ASSIGN TO "PLSAUDE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WS-PLSAUDE-STATUS.

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

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FATPLANO-ARQ
           LABEL RECORD IS STANDARD.
           COPY FATPLC.

       FD  PLSAUDE-ARQ
           LABEL RECORD IS STANDARD.
           COPY PLSAUDC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-FATPLANO-STATUS      PIC X(02) VALUE '00'.
           05 WS-PLSAUDE-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-ABERTOS              PIC X(01) VALUE 'N'.
               88 WS-ARQUIVOS-ABERTOS VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.

      * Primeiro e ultimo dia possiveis da competencia, para a
      * vigencia da adesao e a data do desligamento.
       01  WS-PERIODO.
           05 WS-PRIMEIRO-DIA         PIC 9(08) VALUE 0.
           05 WS-ULTIMO-DIA           PIC 9(08) VALUE 0.
           05 WS-COMPETENCIA          PIC 9(06) VALUE 0.

      * Conferencia da cobranca corrente.
       01  WS-CONFERENCIA.
           05 WS-VALOR-ESPERADO       PIC 9(05)V99 VALUE 0.
           05 WS-DIFERENCA            PIC S9(05)V99 VALUE 0.
           05 WS-OCORRENCIA           PIC X(20) VALUE SPACES.
           05 WS-TIPO-OCORRENCIA      PIC X(01) VALUE SPACES.
               88 WS-COBRANCA-OK      VALUE SPACES.
               88 WS-APOS-DESLIGAMENTO VALUE 'D'.
               88 WS-SEM-ADESAO       VALUE 'A'.
               88 WS-PRECO-DIVERGENTE VALUE 'P'.

       01  WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(05) COMP VALUE 0.
           05 WS-QTD-OUTRA-COMP       PIC 9(05) COMP VALUE 0.
           05 WS-QTD-OK               PIC 9(05) COMP VALUE 0.
           05 WS-QTD-DESLIGADOS       PIC 9(05) COMP VALUE 0.
           05 WS-QTD-SEM-ADESAO       PIC 9(05) COMP VALUE 0.
           05 WS-QTD-PRECO            PIC 9(05) COMP VALUE 0.

       01  WS-TOTAIS.
           05 WS-TOTAL-FATURADO       PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-ESPERADO       PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-CONTESTAR      PIC S9(09)V99 VALUE 0.

       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.

           COPY PPLLINKC.

       01  CAB1P.
           05 FILLER       PIC X(130) VALUE ALL '-'.

       01  CAB2P.
           05 FILLER       PIC X(46) VALUE
               'CONFERENCIA DA FATURA DO PLANO DE SAUDE - COMP'.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 CAB2P-MES    PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2P-ANO    PIC 9(04).

       01  CAB3P.
           05 FILLER       PIC X(11) VALUE 'BENEFIC.'.
           05 FILLER       PIC X(32) VALUE 'NOME NA FATURA'.
           05 FILLER       PIC X(07) VALUE 'PLANO'.
           05 FILLER       PIC X(06) VALUE 'IDADE'.
           05 FILLER       PIC X(11) VALUE 'COBRADO'.
           05 FILLER       PIC X(11) VALUE 'ESPERADO'.
           05 FILLER       PIC X(11) VALUE 'CONTESTAR'.
           05 FILLER       PIC X(20) VALUE 'OCORRENCIA'.

       01  DET1P.
           05 DET1P-MATRICULA PIC 9(06).
           05 FILLER       PIC X(01) VALUE '-'.
           05 DET1P-SEQUENCIA PIC 9(02).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-NOME   PIC X(30).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-PLANO  PIC X(04).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1P-IDADE  PIC ZZ9.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1P-COBRADO PIC ZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-ESPERADO PIC ZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-CONTESTAR PIC -Z.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-OCORRENCIA PIC X(20).

       01  TOT1P.
           05 FILLER       PIC X(30) VALUE
               'VALOR FATURADO...............:'.
           05 TOT1P-FATURADO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(14) VALUE '  ESPERADO..:'.
           05 TOT1P-ESPERADO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(14) VALUE '  CONTESTAR.:'.
           05 TOT1P-CONTESTAR PIC -ZZZ.ZZZ.ZZ9,99.

       01  TOT2P.
           05 FILLER       PIC X(30) VALUE
               'COBRANCAS CONFERIDAS.........:'.
           05 TOT2P-LIDOS  PIC ZZ.ZZ9.
           05 FILLER       PIC X(14) VALUE '  SEM OCORR.:'.
           05 TOT2P-OK     PIC ZZ.ZZ9.
           05 FILLER       PIC X(20) VALUE '  OUTRA COMPETENCIA:'.
           05 TOT2P-OUTRA-COMP PIC ZZ.ZZ9.

       01  TOT3P.
           05 FILLER       PIC X(30) VALUE
               'SEM ADESAO/FORA DA VIGENCIA..:'.
           05 TOT3P-SEM-ADESAO PIC ZZ.ZZ9.
           05 FILLER       PIC X(20) VALUE '  APOS DESLIGAMENTO:'.
           05 TOT3P-DESLIGADOS PIC ZZ.ZZ9.
           05 FILLER       PIC X(20) VALUE '  PRECO DIVERGENTE.:'.
           05 TOT3P-PRECO  PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CONFERIR THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - le a competencia da fatura, abre os arquivos
      * e imprime o cabecalho. Sem a fatura, as adesoes ou o mestre nao
      * ha o que conferir: o job termina com codigo de retorno 16.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'MES DA FATURA.......: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA FATURA.......: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           IF WS-PARM-MES = 0 OR WS-PARM-MES > 12
               DISPLAY 'CONFPLAN: MES INVALIDO'
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           COMPUTE WS-COMPETENCIA = WS-PARM-ANO * 100 + WS-PARM-MES.
           COMPUTE WS-PRIMEIRO-DIA = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-ULTIMO-DIA = WS-COMPETENCIA * 100 + 31.
           OPEN INPUT FATPLANO-ARQ.
           IF WS-FATPLANO-STATUS NOT = '00'
               DISPLAY 'CONFPLAN: ERRO AO ABRIR FATPLANO - STATUS '
                   WS-FATPLANO-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PLSAUDE-ARQ.
           IF WS-PLSAUDE-STATUS NOT = '00'
               DISPLAY 'CONFPLAN: ERRO AO ABRIR PLSAUDE - STATUS '
                   WS-PLSAUDE-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'CONFPLAN: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'CONFPLAN-'          DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'CONFPLAN: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-ABERTOS.
           MOVE WS-PARM-MES TO CAB2P-MES.
           MOVE WS-PARM-ANO TO CAB2P-ANO.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3P TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 2900-LER-PROXIMA-COBRANCA THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONFERIR - confere a cobranca corrente da fatura e imprime
      * a linha quando houver ocorrencia. Cobranca de outra competencia
      * so e contada.
      ******************************************************************
       2000-CONFERIR.
           IF FPL-ANO NOT = WS-PARM-ANO OR FPL-MES NOT = WS-PARM-MES
               ADD 1 TO WS-QTD-OUTRA-COMP
               GO TO 2000-LER
           END-IF.
           ADD 1 TO WS-QTD-LIDOS.
           ADD FPL-VALOR TO WS-TOTAL-FATURADO.
           MOVE 0 TO WS-VALOR-ESPERADO.
           MOVE 0 TO WS-DIFERENCA.
           MOVE SPACES TO WS-OCORRENCIA.
           MOVE SPACES TO WS-TIPO-OCORRENCIA.
           PERFORM 2100-CONFERIR-TITULAR THRU 2100-EXIT.
           IF WS-COBRANCA-OK
               PERFORM 2200-CONFERIR-ADESAO THRU 2200-EXIT
           END-IF.
           IF WS-COBRANCA-OK
               PERFORM 2300-CONFERIR-PRECO THRU 2300-EXIT
           END-IF.
           IF WS-COBRANCA-OK
               ADD 1 TO WS-QTD-OK
               GO TO 2000-LER
           END-IF.
           ADD WS-DIFERENCA TO WS-TOTAL-CONTESTAR.
           MOVE FPL-MATRICULA     TO DET1P-MATRICULA.
           MOVE FPL-SEQUENCIA     TO DET1P-SEQUENCIA.
           MOVE FPL-NOME          TO DET1P-NOME.
           MOVE FPL-PLANO         TO DET1P-PLANO.
           MOVE FPL-IDADE         TO DET1P-IDADE.
           MOVE FPL-VALOR         TO DET1P-COBRADO.
           MOVE WS-VALOR-ESPERADO TO DET1P-ESPERADO.
           MOVE WS-DIFERENCA      TO DET1P-CONTESTAR.
           MOVE WS-OCORRENCIA     TO DET1P-OCORRENCIA.
           MOVE DET1P TO REL-LINHA.
           WRITE REL-LINHA.
       2000-LER.
           PERFORM 2900-LER-PROXIMA-COBRANCA THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CONFERIR-TITULAR - titular desligado antes do mes cobrado:
      * toda a cobranca da familia e indevida. Desligado no proprio mes
      * ainda tem o mes cobrado.
      ******************************************************************
       2100-CONFERIR-TITULAR.
           MOVE FPL-MATRICULA TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           IF EMP-DESLIGADO
               AND EMP-DATA-DESLIGAMENTO < WS-PRIMEIRO-DIA
               MOVE 'D' TO WS-TIPO-OCORRENCIA
               MOVE 'APOS DESLIGAMENTO' TO WS-OCORRENCIA
               MOVE FPL-VALOR TO WS-DIFERENCA
               ADD 1 TO WS-QTD-DESLIGADOS
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CONFERIR-ADESAO - beneficiario sem adesao no PLSAUDE, ou
      * com cobertura que nao alcanca o mes cobrado: cobranca indevida.
      ******************************************************************
       2200-CONFERIR-ADESAO.
           MOVE FPL-MATRICULA TO PLA-MATRICULA.
           MOVE FPL-SEQUENCIA TO PLA-SEQUENCIA.
           READ PLSAUDE-ARQ
               INVALID KEY
                   MOVE 'A' TO WS-TIPO-OCORRENCIA
                   MOVE 'NAO INSCRITO' TO WS-OCORRENCIA
                   MOVE FPL-VALOR TO WS-DIFERENCA
                   ADD 1 TO WS-QTD-SEM-ADESAO
                   GO TO 2200-EXIT
           END-READ.
           IF PLA-DATA-INICIO > WS-ULTIMO-DIA
               OR (NOT PLA-VIGENTE AND PLA-DATA-FIM < WS-PRIMEIRO-DIA)
               MOVE 'A' TO WS-TIPO-OCORRENCIA
               MOVE 'FORA DA VIGENCIA' TO WS-OCORRENCIA
               MOVE FPL-VALOR TO WS-DIFERENCA
               ADD 1 TO WS-QTD-SEM-ADESAO
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CONFERIR-PRECO - preco esperado da faixa etaria do plano
      * da adesao; plano trocado ou valor diferente e divergencia de
      * preco, contestando a diferenca (negativa quando a operadora
      * cobrou a menos).
      ******************************************************************
       2300-CONFERIR-PRECO.
           MOVE PLA-PLANO           TO PPL-PLANO.
           MOVE PLA-DATA-NASCIMENTO TO PPL-DATA-NASCIMENTO.
           MOVE WS-COMPETENCIA      TO PPL-COMPETENCIA.
           IF PLA-TITULAR
               MOVE 'T' TO PPL-TIPO-BENEFICIARIO
           ELSE
               MOVE 'D' TO PPL-TIPO-BENEFICIARIO
           END-IF.
           CALL 'PRECOPLN' USING PPL-PARAMETROS.
           MOVE PPL-PRECO TO WS-VALOR-ESPERADO.
           ADD PPL-PRECO TO WS-TOTAL-ESPERADO.
           IF FPL-PLANO NOT = PLA-PLANO
               MOVE 'P' TO WS-TIPO-OCORRENCIA
               MOVE 'PLANO DIVERGENTE' TO WS-OCORRENCIA
               COMPUTE WS-DIFERENCA = FPL-VALOR - WS-VALOR-ESPERADO
               ADD 1 TO WS-QTD-PRECO
               GO TO 2300-EXIT
           END-IF.
           IF FPL-VALOR NOT = WS-VALOR-ESPERADO
               MOVE 'P' TO WS-TIPO-OCORRENCIA
               MOVE 'PRECO DIVERGENTE' TO WS-OCORRENCIA
               COMPUTE WS-DIFERENCA = FPL-VALOR - WS-VALOR-ESPERADO
               ADD 1 TO WS-QTD-PRECO
           END-IF.
       2300-EXIT.
           EXIT.

       2900-LER-PROXIMA-COBRANCA.
           READ FATPLANO-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-FATPLANO-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - imprime os totais e fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT WS-ARQUIVOS-ABERTOS
               GO TO 9000-EXIT
           END-IF.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-FATURADO  TO TOT1P-FATURADO.
           MOVE WS-TOTAL-ESPERADO  TO TOT1P-ESPERADO.
           MOVE WS-TOTAL-CONTESTAR TO TOT1P-CONTESTAR.
           MOVE TOT1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-LIDOS       TO TOT2P-LIDOS.
           MOVE WS-QTD-OK          TO TOT2P-OK.
           MOVE WS-QTD-OUTRA-COMP  TO TOT2P-OUTRA-COMP.
           MOVE TOT2P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-SEM-ADESAO  TO TOT3P-SEM-ADESAO.
           MOVE WS-QTD-DESLIGADOS  TO TOT3P-DESLIGADOS.
           MOVE WS-QTD-PRECO       TO TOT3P-PRECO.
           MOVE TOT3P TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE FATPLANO-ARQ.
           CLOSE PLSAUDE-ARQ.
           CLOSE EMPREG-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'CONFPLAN: ' WS-QTD-LIDOS
               ' COBRANCAS CONFERIDAS - LISTAGEM EM '
               WS-NOME-RELATORIO.
           IF WS-TOTAL-CONTESTAR NOT = 0
               DISPLAY 'CONFPLAN: HA VALORES A CONTESTAR NA FATURA'
           END-IF.
       9000-EXIT.
           EXIT.
