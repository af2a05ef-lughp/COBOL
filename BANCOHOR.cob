       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOHOR.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Extrato mensal do banco de horas e pagamento dos
      *             creditos vencidos. Para a competencia de fechamento
      *             informada, percorre o BANCOHRS (gravado pelo
      *             APURAPON) e imprime, por funcionario, o saldo
      *             anterior, as horas creditadas e compensadas no mes,
      *             as horas vencidas pagas e o saldo atual.
      *
      *             Credito com 6 meses ou mais (prazo do acordo) que
      *             ainda tenha saldo e pago: as horas sao valoradas
      *             como extras (salario pelo divisor da jornada do
      *             funcionario, 220 na padrao, x 1,5) e lancadas como
      *             rubrica BHVC (provento tributavel) no MOVRUB da
      *             competencia - o RELAT paga no fechamento, como
      *             qualquer rubrica. O credito fica marcado como pago
      *             no BANCOHRS, entao a reexecucao nao paga de novo.
      *             Rodar depois do APURAPON e antes da previa do
      *             RELAT, para a rubrica entrar na conferencia.
      *
      *             Previa so imprime o extrato. Competencia ja
      *             encerrada na empresa do funcionario, ou
      *             funcionario desligado, nao gera pagamento (o saldo
      *             do desligado e acertado na rescisao).
      *
      * Historico de alteracoes:
      *   15/10/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Valor-hora das horas vencidas pelo divisor da
      *                   jornada do funcionario (JORNADA, via
      *                   EMP-JORNADA) em vez do 220 fixo.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCOHRS-ARQ
               ASSIGN TO "BANCOHRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCH-CHAVE
               FILE STATUS IS WS-BANCOHRS-STATUS.

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

           SELECT FECHACTL-ARQ
               ASSIGN TO "FECHACTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCH-CHAVE
               FILE STATUS IS WS-FECHACTL-STATUS.

           SELECT RUBRICA-ARQ
               ASSIGN TO "RUBRICA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUB-CODIGO
               FILE STATUS IS WS-RUBRICA-STATUS.

           SELECT MOVRUB-ARQ
               ASSIGN TO "MOVRUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRB-CHAVE
               FILE STATUS IS WS-MOVRUB-STATUS.

           SELECT JORNADA-ARQ
               ASSIGN TO "JORNADA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOR-CODIGO
               FILE STATUS IS WS-JORNADA-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANCOHRS-ARQ
           LABEL RECORD IS STANDARD.
           COPY BCOHORC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  FECHACTL-ARQ
           LABEL RECORD IS STANDARD.
           COPY FECHACTC.

       FD  JORNADA-ARQ
           LABEL RECORD IS STANDARD.
           COPY JORNADC.

       FD  RUBRICA-ARQ
           LABEL RECORD IS STANDARD.
           COPY RUBRICC.

       FD  MOVRUB-ARQ
           LABEL RECORD IS STANDARD.
           COPY MOVRUBC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-BANCOHRS-STATUS      PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-FECHACTL-STATUS      PIC X(02) VALUE '00'.
           05 WS-RUBRICA-STATUS       PIC X(02) VALUE '00'.
           05 WS-MOVRUB-STATUS        PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-ENCERRAR             PIC X(01) VALUE 'N'.
               88 WS-JOB-ABORTADO     VALUE 'S'.
           05 WS-FECHACTL-OK          PIC X(01) VALUE 'N'.
               88 WS-FECHACTL-DISPONIVEL VALUE 'S'.
           05 WS-PAGAMENTO            PIC X(01) VALUE 'N'.
               88 WS-PODE-PAGAR       VALUE 'S'.
           05 WS-FUNC-SELECIONADO     PIC X(01) VALUE 'N'.
               88 WS-FUNC-NO-FILTRO   VALUE 'S'.
           05 WS-JORNADA-STATUS       PIC X(02) VALUE '00'.
           05 WS-JORNADA-OK           PIC X(01) VALUE 'N'.
               88 WS-JORNADA-DISPONIVEL VALUE 'S'.

       01  WS-DIVISOR-HORA            PIC 9(03) VALUE 220.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 99.
               88 WS-TODAS-AS-EMPRESAS VALUE 99.
           05 WS-PARM-EXECUCAO        PIC X(01) VALUE 'P'.
               88 WS-EXECUCAO-OFICIAL VALUE 'O'.
               88 WS-EXECUCAO-PREVIA  VALUE 'P'.

      * Competencia de fechamento e limite de vencimento: credito de
      * competencia ate WS-COMP-LIMITE (6 meses antes) esta vencido.
       01  WS-COMP-FECHAMENTO         PIC 9(06) VALUE 0.
       01  WS-COMP-LIMITE             PIC 9(06) VALUE 0.
       01  WS-COMP-LIMITE-R REDEFINES WS-COMP-LIMITE.
           05 WS-LIMITE-ANO           PIC 9(04).
           05 WS-LIMITE-MES           PIC 9(02).

       01  WS-CONTROLE-QUEBRA.
           05 WS-MATRICULA-ANTERIOR   PIC 9(06) VALUE 0.

      * Movimento do funcionario corrente no extrato.
       01  WS-EXTRATO-FUNC.
           05 WS-HORAS-CREDITO-MES    PIC 9(03) VALUE 0.
           05 WS-HORAS-DEBITO-MES     PIC 9(03) VALUE 0.
           05 WS-HORAS-PAGAS-MES      PIC 9(04) VALUE 0.
           05 WS-HORAS-PAGAR          PIC 9(03) VALUE 0.
           05 WS-HORAS-VENC-ABERTO    PIC 9(04) VALUE 0.
           05 WS-SALDO-ATUAL          PIC 9(04) VALUE 0.
           05 WS-SALDO-ANTERIOR       PIC S9(04) VALUE 0.
           05 WS-VALOR-HORA-EXTRA     PIC 9(05)V99 VALUE 0.
           05 WS-VALOR-LANCAMENTO     PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-PAGO-FUNC      PIC S9(07)V99 VALUE 0.
           05 WS-OBS-FUNC             PIC X(30) VALUE SPACES.

       01  WS-TOTAIS-GERAIS.
           05 WS-QTD-FUNCIONARIOS     PIC 9(05) COMP VALUE 0.
           05 WS-QTD-FUNC-PAGOS       PIC 9(05) COMP VALUE 0.
           05 WS-TOTAL-HORAS-PAGAS    PIC 9(07) COMP VALUE 0.
           05 WS-TOTAL-SALDO          PIC 9(07) COMP VALUE 0.
           05 WS-TOTAL-VALOR-PAGO     PIC S9(09)V99 VALUE 0.

       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

           COPY SEGLINKC.

       01  CAB1B.
           05 FILLER       PIC X(110) VALUE ALL '-'.

       01  CAB2B.
           05 FILLER       PIC X(31) VALUE
               'EXTRATO DO BANCO DE HORAS - '.
           05 CAB2B-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2B-ANO    PIC 9999.
           05 FILLER       PIC X(02) VALUE ' ('.
           05 CAB2B-EXECUCAO PIC X(07).
           05 FILLER       PIC X(01) VALUE ')'.

       01  CAB3B.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(08) VALUE 'MATRIC. '.
           05 FILLER       PIC X(21) VALUE 'NOME'.
           05 FILLER       PIC X(08) VALUE 'SD.ANT. '.
           05 FILLER       PIC X(06) VALUE ' CRED.'.
           05 FILLER       PIC X(06) VALUE ' COMP.'.
           05 FILLER       PIC X(07) VALUE '  VENC.'.
           05 FILLER       PIC X(07) VALUE '  SALDO'.
           05 FILLER       PIC X(13) VALUE '   VALOR PAGO'.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(11) VALUE 'OBSERVACAO'.

       01  DET1B.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1B-MATRICULA PIC 9(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1B-NOME   PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1B-SALDO-ANT PIC -Z.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1B-CREDITO PIC ZZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1B-DEBITO PIC ZZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1B-VENCIDAS PIC Z.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1B-SALDO  PIC Z.ZZ9.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1B-VALOR  PIC -ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1B-OBS    PIC X(30).

       01  TOT1B.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(30) VALUE
               'FUNCIONARIOS NO EXTRATO......:'.
           05 TOT1B-QTD    PIC ZZ.ZZ9.

       01  TOT2B.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(30) VALUE
               'SALDO TOTAL EM HORAS.........:'.
           05 TOT2B-HORAS  PIC Z.ZZZ.ZZ9.

       01  TOT3B.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(30) VALUE
               'HORAS VENCIDAS PAGAS (BHVC)..:'.
           05 TOT3B-HORAS  PIC Z.ZZZ.ZZ9.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 TOT3B-VALOR  PIC -Z.ZZZ.ZZZ9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT WS-JOB-ABORTADO
               PERFORM 2000-PROCESSAR-LANCAMENTO THRU 2000-EXIT
                   UNTIL FIM-DO-ARQUIVO
               IF WS-MATRICULA-ANTERIOR > 0
                   PERFORM 3000-FECHAR-FUNCIONARIO THRU 3000-EXIT
               END-IF
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - exige assinatura de supervisor na execucao
      * oficial (lanca pagamento, como o RETROSAL), le os parametros,
      * abre os arquivos e garante a rubrica BHVC no mestre.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'MES DA COMPETENCIA..............: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA COMPETENCIA..............: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           DISPLAY 'EMPRESA (99 = TODAS)............: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-EMPRESA.
           DISPLAY 'EXECUCAO (O=OFICIAL / P=PREVIA).: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-EXECUCAO.
           IF NOT WS-EXECUCAO-OFICIAL
               MOVE 'P' TO WS-PARM-EXECUCAO
           END-IF.
           IF WS-EXECUCAO-OFICIAL
               MOVE 'BANCOHOR' TO SEG-PROGRAMA
               MOVE 2          TO SEG-NIVEL-MINIMO
               CALL 'SEGURAN' USING SEG-PARAMETROS
               IF NOT SEG-ACESSO-LIBERADO
                   MOVE 'S' TO WS-ENCERRAR
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           COMPUTE WS-COMP-FECHAMENTO =
               WS-PARM-ANO * 100 + WS-PARM-MES.
           IF WS-PARM-MES > 6
               MOVE WS-PARM-ANO TO WS-LIMITE-ANO
               COMPUTE WS-LIMITE-MES = WS-PARM-MES - 6
           ELSE
               COMPUTE WS-LIMITE-ANO = WS-PARM-ANO - 1
               COMPUTE WS-LIMITE-MES = WS-PARM-MES + 6
           END-IF.
           OPEN I-O BANCOHRS-ARQ.
           IF WS-BANCOHRS-STATUS NOT = '00'
               DISPLAY 'BANCOHOR: ERRO AO ABRIR BANCOHRS - STATUS '
                   WS-BANCOHRS-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'BANCOHOR: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FECHACTL-ARQ.
           IF WS-FECHACTL-STATUS = '00'
               MOVE 'S' TO WS-FECHACTL-OK
           END-IF.
           OPEN INPUT JORNADA-ARQ.
           IF WS-JORNADA-STATUS = '00'
               MOVE 'S' TO WS-JORNADA-OK
           ELSE
               DISPLAY 'BANCOHOR: MESTRE DE JORNADAS (JORNADA) '
                   'INDISPONIVEL - VALOR-HORA PELO DIVISOR 220'
           END-IF.
           IF WS-EXECUCAO-OFICIAL
               PERFORM 1100-ABRIR-MOVIMENTO THRU 1100-EXIT
               IF WS-JOB-ABORTADO
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           PERFORM 1200-ABRIR-RELATORIO THRU 1200-EXIT.
           IF WS-JOB-ABORTADO
               GO TO 1000-EXIT
           END-IF.
           MOVE LOW-VALUES TO BCH-CHAVE.
           START BANCOHRS-ARQ KEY IS NOT LESS THAN BCH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           IF NOT FIM-DO-ARQUIVO
               PERFORM 2900-LER-PROXIMO THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-ABRIR-MOVIMENTO - abre o MOVRUB e garante a rubrica BHVC
      * (provento tributavel) no mestre RUBRICA, cadastrando-a na
      * primeira execucao.
      ******************************************************************
       1100-ABRIR-MOVIMENTO.
           OPEN I-O MOVRUB-ARQ.
           IF WS-MOVRUB-STATUS = '35'
               OPEN OUTPUT MOVRUB-ARQ
               CLOSE MOVRUB-ARQ
               OPEN I-O MOVRUB-ARQ
           END-IF.
           IF WS-MOVRUB-STATUS NOT = '00'
               DISPLAY 'BANCOHOR: ERRO AO ABRIR MOVRUB - STATUS '
                   WS-MOVRUB-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           OPEN I-O RUBRICA-ARQ.
           IF WS-RUBRICA-STATUS = '35'
               OPEN OUTPUT RUBRICA-ARQ
               CLOSE RUBRICA-ARQ
               OPEN I-O RUBRICA-ARQ
           END-IF.
           IF WS-RUBRICA-STATUS NOT = '00'
               DISPLAY 'BANCOHOR: ERRO AO ABRIR RUBRICA - STATUS '
                   WS-RUBRICA-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           MOVE 'BHVC' TO RUB-CODIGO.
           READ RUBRICA-ARQ
               INVALID KEY
                   MOVE SPACES TO RUB-REGISTRO
                   MOVE 'BHVC' TO RUB-CODIGO
                   MOVE 'BANCO HORAS VENCIDO' TO RUB-DESCRICAO
                   MOVE 'P' TO RUB-NATUREZA
                   MOVE 'S' TO RUB-TRIBUTAVEL
                   WRITE RUB-REGISTRO
                       INVALID KEY
                           DISPLAY 'BANCOHOR: ERRO AO CADASTRAR A '
                               'RUBRICA BHVC'
                   END-WRITE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-ABRIR-RELATORIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'BANCOHOR-'          DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'BANCOHOR: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-PARM-MES TO CAB2B-MES.
           MOVE WS-PARM-ANO TO CAB2B-ANO.
           IF WS-EXECUCAO-OFICIAL
               MOVE 'OFICIAL' TO CAB2B-EXECUCAO
           ELSE
               MOVE 'PREVIA'  TO CAB2B-EXECUCAO
           END-IF.
           MOVE CAB1B TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2B TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1B TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3B TO REL-LINHA.
           WRITE REL-LINHA.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-LANCAMENTO - quebra por matricula e trata o
      * lancamento corrente do BANCOHRS. Lancamento de competencia
      * posterior ao fechamento nao entra no extrato.
      ******************************************************************
       2000-PROCESSAR-LANCAMENTO.
           IF BCH-MATRICULA NOT = WS-MATRICULA-ANTERIOR
               IF WS-MATRICULA-ANTERIOR > 0
                   PERFORM 3000-FECHAR-FUNCIONARIO THRU 3000-EXIT
               END-IF
               MOVE BCH-MATRICULA TO WS-MATRICULA-ANTERIOR
               PERFORM 2100-INICIAR-FUNCIONARIO THRU 2100-EXIT
           END-IF.
           IF WS-FUNC-NO-FILTRO
               AND BCH-COMPETENCIA NOT > WS-COMP-FECHAMENTO
               PERFORM 2200-TRATAR-LANCAMENTO THRU 2200-EXIT
           END-IF.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-INICIAR-FUNCIONARIO - zera o extrato, le o cadastro e
      * decide se o funcionario pode receber os vencidos: so execucao
      * oficial, funcionario ativo e competencia nao encerrada na
      * empresa dele.
      ******************************************************************
       2100-INICIAR-FUNCIONARIO.
           MOVE 0 TO WS-HORAS-CREDITO-MES.
           MOVE 0 TO WS-HORAS-DEBITO-MES.
           MOVE 0 TO WS-HORAS-PAGAS-MES.
           MOVE 0 TO WS-HORAS-VENC-ABERTO.
           MOVE 0 TO WS-SALDO-ATUAL.
           MOVE 0 TO WS-VALOR-PAGO-FUNC.
           MOVE 0 TO WS-VALOR-HORA-EXTRA.
           MOVE SPACES TO WS-OBS-FUNC.
           MOVE 'N' TO WS-PAGAMENTO.
           MOVE 'S' TO WS-FUNC-SELECIONADO.
           MOVE BCH-MATRICULA TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   MOVE SPACES TO EMP-NOME
                   MOVE 'SEM CADASTRO EM EMPREG' TO WS-OBS-FUNC
                   IF NOT WS-TODAS-AS-EMPRESAS
                       MOVE 'N' TO WS-FUNC-SELECIONADO
                   END-IF
                   GO TO 2100-EXIT
           END-READ.
           IF NOT WS-TODAS-AS-EMPRESAS
               AND EMP-EMPRESA NOT = WS-PARM-EMPRESA
               MOVE 'N' TO WS-FUNC-SELECIONADO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2150-BUSCAR-DIVISOR THRU 2150-EXIT.
           COMPUTE WS-VALOR-HORA-EXTRA ROUNDED =
               EMP-SALARIO / WS-DIVISOR-HORA * 1,5.
           IF NOT WS-EXECUCAO-OFICIAL
               GO TO 2100-EXIT
           END-IF.
           IF NOT EMP-ATIVO
               MOVE 'DESLIGADO - ACERTO NA RESCISAO' TO WS-OBS-FUNC
               GO TO 2100-EXIT
           END-IF.
           IF WS-FECHACTL-DISPONIVEL
               MOVE EMP-EMPRESA TO FCH-EMPRESA
               MOVE WS-PARM-ANO TO FCH-ANO
               MOVE WS-PARM-MES TO FCH-MES
               READ FECHACTL-ARQ
                   INVALID KEY
                       MOVE SPACES TO FCH-SITUACAO
               END-READ
               IF FCH-ENCERRADA
                   MOVE 'COMPETENCIA JA ENCERRADA' TO WS-OBS-FUNC
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE 'S' TO WS-PAGAMENTO.
       2100-EXIT.
           EXIT.

      * 2150-BUSCAR-DIVISOR - divisor do valor-hora pela jornada do
      * funcionario; sem jornada ou sem o mestre, 220.
       2150-BUSCAR-DIVISOR.
           MOVE 220 TO WS-DIVISOR-HORA.
           IF EMP-JORNADA = SPACES OR NOT WS-JORNADA-DISPONIVEL
               GO TO 2150-EXIT
           END-IF.
           MOVE EMP-JORNADA TO JOR-CODIGO.
           READ JORNADA-ARQ
               INVALID KEY
                   GO TO 2150-EXIT
           END-READ.
           IF JOR-DIVISOR > 0
               MOVE JOR-DIVISOR TO WS-DIVISOR-HORA
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-TRATAR-LANCAMENTO - soma o movimento da competencia,
      * paga o saldo vencido (quando pode) e acumula o saldo atual.
      * Credito ja pago nesta competencia numa execucao anterior entra
      * no extrato como pago, sem novo lancamento.
      ******************************************************************
       2200-TRATAR-LANCAMENTO.
           IF BCH-COMPETENCIA = WS-COMP-FECHAMENTO
               MOVE BCH-HORAS-CREDITO TO WS-HORAS-CREDITO-MES
               MOVE BCH-HORAS-DEBITO  TO WS-HORAS-DEBITO-MES
           END-IF.
           IF BCH-COMP-PAGAMENTO IS NUMERIC
               AND BCH-COMP-PAGAMENTO = WS-COMP-FECHAMENTO
               ADD BCH-HORAS-PAGAS TO WS-HORAS-PAGAS-MES
               ADD BCH-VALOR-PAGO  TO WS-VALOR-PAGO-FUNC
           END-IF.
           IF BCH-COMPETENCIA > WS-COMP-LIMITE
               OR BCH-HORAS-SALDO = 0
               ADD BCH-HORAS-SALDO TO WS-SALDO-ATUAL
               GO TO 2200-EXIT
           END-IF.
           IF NOT WS-PODE-PAGAR
               ADD BCH-HORAS-SALDO TO WS-HORAS-VENC-ABERTO
               ADD BCH-HORAS-SALDO TO WS-SALDO-ATUAL
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-PAGAR-VENCIDO THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PAGAR-VENCIDO - marca o credito vencido como pago no
      * BANCOHRS e soma o valor na rubrica BHVC do funcionario na
      * competencia (criando o lancamento ou acumulando no que ja
      * existe - o que ja foi pago esta marcado e nao volta aqui).
      ******************************************************************
       2300-PAGAR-VENCIDO.
           MOVE BCH-HORAS-SALDO TO WS-HORAS-PAGAR.
           COMPUTE WS-VALOR-LANCAMENTO ROUNDED =
               WS-HORAS-PAGAR * WS-VALOR-HORA-EXTRA.
           ADD WS-HORAS-PAGAR TO BCH-HORAS-PAGAS.
           MOVE 0 TO BCH-HORAS-SALDO.
           MOVE WS-COMP-FECHAMENTO TO BCH-COMP-PAGAMENTO.
           MOVE WS-VALOR-LANCAMENTO TO BCH-VALOR-PAGO.
           REWRITE BCH-REGISTRO
               INVALID KEY
                   DISPLAY 'BANCOHOR: ERRO AO REGRAVAR BANCOHRS DA '
                       'MATRICULA ' BCH-MATRICULA
                   MOVE 'ERRO AO MARCAR O PAGAMENTO' TO WS-OBS-FUNC
                   GO TO 2300-EXIT
           END-REWRITE.
           MOVE BCH-MATRICULA TO MRB-MATRICULA.
           MOVE WS-PARM-ANO   TO MRB-ANO.
           MOVE WS-PARM-MES   TO MRB-MES.
           MOVE 'BHVC'        TO MRB-RUBRICA.
           READ MOVRUB-ARQ
               INVALID KEY
                   MOVE SPACES TO MRB-REGISTRO
                   MOVE BCH-MATRICULA TO MRB-MATRICULA
                   MOVE WS-PARM-ANO   TO MRB-ANO
                   MOVE WS-PARM-MES   TO MRB-MES
                   MOVE 'BHVC'        TO MRB-RUBRICA
                   MOVE WS-VALOR-LANCAMENTO TO MRB-VALOR
                   WRITE MRB-REGISTRO
                       INVALID KEY
                           DISPLAY 'BANCOHOR: ERRO AO GRAVAR MOVRUB '
                               'DA MATRICULA ' BCH-MATRICULA
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-VALOR-LANCAMENTO TO MRB-VALOR
                   REWRITE MRB-REGISTRO
                       INVALID KEY
                           DISPLAY 'BANCOHOR: ERRO AO REGRAVAR MOVRUB '
                               'DA MATRICULA ' BCH-MATRICULA
                   END-REWRITE
           END-READ.
           ADD WS-HORAS-PAGAR      TO WS-HORAS-PAGAS-MES.
           ADD WS-VALOR-LANCAMENTO TO WS-VALOR-PAGO-FUNC.
       2300-EXIT.
           EXIT.

       2900-LER-PROXIMO.
           READ BANCOHRS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-BANCOHRS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FECHAR-FUNCIONARIO - imprime a linha do extrato. O saldo
      * anterior e o saldo atual refeito sem o movimento do mes e sem
      * o pagamento dos vencidos. Funcionario sem saldo e sem movimento
      * na competencia nao sai.
      ******************************************************************
       3000-FECHAR-FUNCIONARIO.
           IF NOT WS-FUNC-NO-FILTRO
               GO TO 3000-EXIT
           END-IF.
           IF WS-SALDO-ATUAL = 0 AND WS-HORAS-CREDITO-MES = 0
               AND WS-HORAS-DEBITO-MES = 0 AND WS-HORAS-PAGAS-MES = 0
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-SALDO-ANTERIOR = WS-SALDO-ATUAL
               + WS-HORAS-PAGAS-MES + WS-HORAS-DEBITO-MES
               - WS-HORAS-CREDITO-MES.
           IF WS-HORAS-VENC-ABERTO > 0 AND WS-OBS-FUNC = SPACES
               MOVE 'VENCIDO A PAGAR NO OFICIAL' TO WS-OBS-FUNC
           END-IF.
           MOVE WS-MATRICULA-ANTERIOR TO DET1B-MATRICULA.
           MOVE EMP-NOME              TO DET1B-NOME.
           MOVE WS-SALDO-ANTERIOR     TO DET1B-SALDO-ANT.
           MOVE WS-HORAS-CREDITO-MES  TO DET1B-CREDITO.
           MOVE WS-HORAS-DEBITO-MES   TO DET1B-DEBITO.
           IF WS-HORAS-PAGAS-MES > 0
               MOVE WS-HORAS-PAGAS-MES   TO DET1B-VENCIDAS
           ELSE
               MOVE WS-HORAS-VENC-ABERTO TO DET1B-VENCIDAS
           END-IF.
           MOVE WS-SALDO-ATUAL        TO DET1B-SALDO.
           MOVE WS-VALOR-PAGO-FUNC    TO DET1B-VALOR.
           MOVE WS-OBS-FUNC           TO DET1B-OBS.
           MOVE DET1B TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-QTD-FUNCIONARIOS.
           ADD WS-SALDO-ATUAL TO WS-TOTAL-SALDO.
           IF WS-HORAS-PAGAS-MES > 0
               ADD 1 TO WS-QTD-FUNC-PAGOS
               ADD WS-HORAS-PAGAS-MES TO WS-TOTAL-HORAS-PAGAS
               ADD WS-VALOR-PAGO-FUNC TO WS-TOTAL-VALOR-PAGO
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos e imprime os totais.
      ******************************************************************
       9000-FINALIZAR.
           IF WS-RELATORIO-STATUS = '00'
               AND WS-NOME-RELATORIO NOT = SPACES
               MOVE CAB1B TO REL-LINHA
               WRITE REL-LINHA
               MOVE WS-QTD-FUNCIONARIOS TO TOT1B-QTD
               MOVE TOT1B TO REL-LINHA
               WRITE REL-LINHA
               MOVE WS-TOTAL-SALDO TO TOT2B-HORAS
               MOVE TOT2B TO REL-LINHA
               WRITE REL-LINHA
               MOVE WS-TOTAL-HORAS-PAGAS TO TOT3B-HORAS
               MOVE WS-TOTAL-VALOR-PAGO  TO TOT3B-VALOR
               MOVE TOT3B TO REL-LINHA
               WRITE REL-LINHA
               CLOSE RELATORIO-ARQ
               DISPLAY 'BANCOHOR: RELATORIO GRAVADO EM '
                   WS-NOME-RELATORIO
           END-IF.
           CLOSE BANCOHRS-ARQ.
           CLOSE EMPREG-ARQ.
           IF WS-FECHACTL-DISPONIVEL
               CLOSE FECHACTL-ARQ
           END-IF.
           IF WS-JORNADA-DISPONIVEL
               CLOSE JORNADA-ARQ
           END-IF.
           IF WS-EXECUCAO-OFICIAL
               CLOSE MOVRUB-ARQ
               CLOSE RUBRICA-ARQ
           END-IF.
           DISPLAY 'BANCOHOR: ' WS-QTD-FUNC-PAGOS
               ' FUNCIONARIO(S) COM HORAS VENCIDAS LANCADAS EM BHVC'.
       9000-EXIT.
           EXIT.
