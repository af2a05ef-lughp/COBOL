       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDBENEF.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Carga mensal dos beneficios VT e VR/VA. Para a
      *             competencia de uso informada, conta os dias uteis
      *             do calendario (CALENDAR, mantido pelo CADCALEN) e,
      *             para cada funcionario ativo com beneficios no BENEF
      *             (CADBENEF), tira os dias uteis de ferias programadas
      *             ja aprovadas ou lancadas (PROGFER), de afastamento
      *             aberto (AFAST) e os anteriores a admissao. Os dias
      *             que sobram vezes o custo diario dos trechos dao a
      *             carga do VT, e vezes o valor por dia a do VR/VA.
      *
      *             Grava um registro por funcionario no BENMOV (de
      *             onde o RELAT tira o desconto e o CONCBEN a
      *             conciliacao), os arquivos de pedido das operadoras
      *             PEDVT e PEDVR (separados por ponto e virgula, com
      *             CPF do EMPCOMP e uma linha de total no fim) e a
      *             listagem PEDBENEF-AAAAMMDD-HHMM. Pode ser rodado de
      *             novo na mesma competencia: o pedido e refeito e o
      *             que o RELAT ja tiver descontado e preservado.
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
           SELECT BENEF-ARQ
               ASSIGN TO "BENEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WS-BENEF-STATUS.

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

           SELECT BENMOV-ARQ
               ASSIGN TO "BENMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMV-CHAVE
               FILE STATUS IS WS-BENMOV-STATUS.

           SELECT CALENDAR-ARQ
               ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT PROGFER-ARQ
               ASSIGN TO "PROGFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFE-CHAVE
               ALTERNATE RECORD KEY IS PFE-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PROGFER-STATUS.

           SELECT AFAST-ARQ
               ASSIGN TO "AFAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-AFAST-STATUS.

           SELECT EMPCOMP-ARQ
               ASSIGN TO "EMPCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECP-MATRICULA
               FILE STATUS IS WS-EMPCOMP-STATUS.

           SELECT PEDVT-ARQ
               ASSIGN TO "PEDVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDVT-STATUS.

           SELECT PEDVR-ARQ
               ASSIGN TO "PEDVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDVR-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEF-ARQ
           LABEL RECORD IS STANDARD.
           COPY BENEFC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  BENMOV-ARQ
           LABEL RECORD IS STANDARD.
           COPY BENMOVC.

       FD  CALENDAR-ARQ
           LABEL RECORD IS STANDARD.
           COPY CALENDC.

       FD  PROGFER-ARQ
           LABEL RECORD IS STANDARD.
           COPY PROGFERC.

       FD  AFAST-ARQ
           LABEL RECORD IS STANDARD.
           COPY AFASTC.

       FD  EMPCOMP-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPCOMPC.

       FD  PEDVT-ARQ
           LABEL RECORD IS STANDARD.
       01  PVT-LINHA                  PIC X(132).

       FD  PEDVR-ARQ
           LABEL RECORD IS STANDARD.
       01  PVR-LINHA                  PIC X(132).

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-BENEF-STATUS         PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-BENMOV-STATUS        PIC X(02) VALUE '00'.
           05 WS-CALENDAR-STATUS      PIC X(02) VALUE '00'.
           05 WS-PROGFER-STATUS       PIC X(02) VALUE '00'.
           05 WS-AFAST-STATUS         PIC X(02) VALUE '00'.
           05 WS-EMPCOMP-STATUS       PIC X(02) VALUE '00'.
           05 WS-PEDVT-STATUS         PIC X(02) VALUE '00'.
           05 WS-PEDVR-STATUS         PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-BENEF            PIC X(01) VALUE 'N'.
               88 FIM-DOS-BENEFICIOS  VALUE 'S'.
           05 WS-FIM-PROGFER          PIC X(01) VALUE 'N'.
               88 FIM-DAS-PROGRAMACOES VALUE 'S'.
           05 WS-FIM-AFAST            PIC X(01) VALUE 'N'.
               88 FIM-DOS-AFAST       VALUE 'S'.
           05 WS-ABORTADO             PIC X(01) VALUE 'N'.
               88 WS-EXECUCAO-ABORTADA VALUE 'S'.
           05 WS-PROGFER-OK           PIC X(01) VALUE 'N'.
               88 WS-PROGFER-DISPONIVEL VALUE 'S'.
           05 WS-AFAST-OK             PIC X(01) VALUE 'N'.
               88 WS-AFAST-DISPONIVEL VALUE 'S'.
           05 WS-EMPCOMP-OK           PIC X(01) VALUE 'N'.
               88 WS-EMPCOMP-DISPONIVEL VALUE 'S'.
           05 WS-MOV-EXISTE           PIC X(01) VALUE 'N'.
               88 WS-MOVIMENTO-EXISTENTE VALUE 'S'.

       01  WS-COMPETENCIA.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-COMP-INI             PIC 9(08) VALUE 0.
           05 WS-COMP-FIM             PIC 9(08) VALUE 0.
           05 WS-DIAS-COMPETENCIA     PIC 9(02) VALUE 0.

      * Calendario da competencia, carregado de CALENDAR, com a marca
      * de ausencia prevista do funcionario corrente em cada dia.
       01  WS-CALENDARIO-MES.
           05 WS-DIA-MES OCCURS 31 TIMES
               INDEXED BY WS-IDX-DIA.
               10 WS-CAL-TIPO-DIA     PIC X(01).
               10 WS-DIA-AUSENTE      PIC X(01).
           05 WS-QTD-DIAS-UTEIS       PIC 9(02) VALUE 0.
           05 WS-QTD-DIAS-CALEND      PIC 9(02) VALUE 0.
           05 WS-DIA-CALENDARIO       PIC 9(02) VALUE 0.
           05 WS-DIA-INICIAL          PIC 9(02) VALUE 0.
           05 WS-DIA-FINAL            PIC 9(02) VALUE 0.

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
           05 WS-ANO-QUOCIENTE        PIC 9(04) VALUE 0.
           05 WS-ANO-RESTO            PIC 9(01) VALUE 0.

      * Apuracao do funcionario corrente.
       01  WS-APURACAO-FUNC.
           05 WS-DIAS-AUSENCIA        PIC 9(02) VALUE 0.
           05 WS-DIAS-BENEFICIO       PIC 9(02) VALUE 0.
           05 WS-CUSTO-DIA-VT         PIC 9(03)V99 VALUE 0.
           05 WS-VALOR-VT             PIC 9(05)V99 VALUE 0.
           05 WS-VALOR-DIA-VR         PIC 9(03)V99 VALUE 0.
           05 WS-VALOR-VR             PIC 9(05)V99 VALUE 0.
           05 WS-CPF-PEDIDO           PIC 9(11) VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-FUNCIONARIOS     PIC 9(05) COMP VALUE 0.
           05 WS-QTD-PEDIDOS-VT       PIC 9(05) COMP VALUE 0.
           05 WS-QTD-PEDIDOS-VR       PIC 9(05) COMP VALUE 0.
           05 WS-QTD-INATIVOS         PIC 9(05) COMP VALUE 0.
           05 WS-QTD-SEM-CPF          PIC 9(05) COMP VALUE 0.
           05 WS-QTD-JA-DESCONTADOS   PIC 9(05) COMP VALUE 0.

       01  WS-TOTAIS.
           05 WS-TOTAL-VT             PIC 9(09)V99 VALUE 0.
           05 WS-TOTAL-VR             PIC 9(09)V99 VALUE 0.

      * Campos editados das linhas de pedido.
       01  WS-QTD-EDITADA             PIC 9(05) VALUE 0.
       01  WS-DIAS-EDITADO            PIC 9(02) VALUE 0.
       01  WS-VALOR-DIA-EDITADO       PIC ZZ9,99.
       01  WS-VALOR-EDITADO           PIC Z(08)9,99.

       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.

       01  CAB1B.
           05 FILLER       PIC X(120) VALUE ALL '-'.

       01  CAB2B.
           05 FILLER       PIC X(45) VALUE
               'PEDIDO DE BENEFICIOS VT E VR/VA - COMPETENCIA'.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 CAB2B-MES    PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2B-ANO    PIC 9(04).
           05 FILLER       PIC X(20) VALUE ' - DIAS UTEIS NO MES'.
           05 FILLER       PIC X(02) VALUE ': '.
           05 CAB2B-UTEIS  PIC Z9.

       01  CAB3B.
           05 FILLER       PIC X(08) VALUE 'MATRIC.'.
           05 FILLER       PIC X(32) VALUE 'NOME'.
           05 FILLER       PIC X(07) VALUE 'UTEIS'.
           05 FILLER       PIC X(08) VALUE 'AUSENC.'.
           05 FILLER       PIC X(06) VALUE 'DIAS'.
           05 FILLER       PIC X(10) VALUE 'VT/DIA'.
           05 FILLER       PIC X(12) VALUE 'VALOR VT'.
           05 FILLER       PIC X(06) VALUE 'VALE'.
           05 FILLER       PIC X(10) VALUE 'VALE/DIA'.
           05 FILLER       PIC X(12) VALUE 'VALOR VALE'.

       01  DET1B.
           05 DET1B-MATRICULA PIC 9(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1B-NOME   PIC X(30).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1B-UTEIS  PIC Z9.
           05 FILLER       PIC X(05) VALUE SPACES.
           05 DET1B-AUSENCIA PIC Z9.
           05 FILLER       PIC X(06) VALUE SPACES.
           05 DET1B-DIAS   PIC Z9.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 DET1B-VT-DIA PIC ZZ9,99.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 DET1B-VALOR-VT PIC ZZ.ZZ9,99.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1B-TIPO-VR PIC X(01).
           05 FILLER       PIC X(05) VALUE SPACES.
           05 DET1B-VR-DIA PIC ZZ9,99.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 DET1B-VALOR-VR PIC ZZ.ZZ9,99.

       01  TOT1B.
           05 FILLER       PIC X(30) VALUE
               'FUNCIONARIOS NO PEDIDO.......:'.
           05 TOT1B-QTD    PIC ZZ.ZZ9.

       01  TOT2B.
           05 FILLER       PIC X(30) VALUE
               'TOTAL VALE-TRANSPORTE........:'.
           05 TOT2B-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(14) VALUE '   PEDIDOS...:'.
           05 TOT2B-QTD    PIC ZZ.ZZ9.

       01  TOT3B.
           05 FILLER       PIC X(30) VALUE
               'TOTAL VALE-REFEICAO/ALIMENT..:'.
           05 TOT3B-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(14) VALUE '   PEDIDOS...:'.
           05 TOT3B-QTD    PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 2000-PROCESSAR-BENEFICIO THRU 2000-EXIT
                   UNTIL FIM-DOS-BENEFICIOS
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - le a competencia de uso, carrega o
      * calendario do mes e abre os arquivos. Sem calendario do mes,
      * sem o cadastro de beneficios ou sem o BENMOV nao ha pedido:
      * a execucao e abortada com codigo 16.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'MES DA COMPETENCIA DE USO..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA COMPETENCIA DE USO..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           IF WS-PARM-MES = 0 OR WS-PARM-MES > 12
               DISPLAY 'PEDBENEF: MES INVALIDO'
               GO TO 1000-ABORTAR
           END-IF.
           COMPUTE WS-COMP-INI =
               WS-PARM-ANO * 10000 + WS-PARM-MES * 100 + 1.
           MOVE WS-COMP-INI TO WS-DATA-CALCULO.
           PERFORM 1650-APURAR-DIAS-DO-MES THRU 1650-EXIT.
           COMPUTE WS-COMP-FIM =
               WS-PARM-ANO * 10000 + WS-PARM-MES * 100
               + WS-DIAS-COMPETENCIA.
           PERFORM 1600-CARREGAR-CALENDARIO THRU 1600-EXIT.
           IF WS-EXECUCAO-ABORTADA
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT BENEF-ARQ.
           IF WS-BENEF-STATUS NOT = '00'
               DISPLAY 'PEDBENEF: CADASTRO DE BENEFICIOS (BENEF) '
                   'INDISPONIVEL - STATUS ' WS-BENEF-STATUS
               GO TO 1000-ABORTAR
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'PEDBENEF: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               GO TO 1000-ABORTAR
           END-IF.
           OPEN I-O BENMOV-ARQ.
           IF WS-BENMOV-STATUS = '35'
               OPEN OUTPUT BENMOV-ARQ
               CLOSE BENMOV-ARQ
               OPEN I-O BENMOV-ARQ
           END-IF.
           IF WS-BENMOV-STATUS NOT = '00'
               DISPLAY 'PEDBENEF: ERRO AO ABRIR BENMOV - STATUS '
                   WS-BENMOV-STATUS
               GO TO 1000-ABORTAR
           END-IF.
           OPEN INPUT PROGFER-ARQ.
           IF WS-PROGFER-STATUS = '00'
               MOVE 'S' TO WS-PROGFER-OK
           ELSE
               DISPLAY 'PEDBENEF: PROGRAMACAO DE FERIAS (PROGFER) '
                   'INDISPONIVEL - FERIAS NAO DESCONTADAS DOS DIAS'
           END-IF.
           OPEN INPUT AFAST-ARQ.
           IF WS-AFAST-STATUS = '00'
               MOVE 'S' TO WS-AFAST-OK
           ELSE
               DISPLAY 'PEDBENEF: AFAST INDISPONIVEL - AFASTAMENTOS '
                   'NAO DESCONTADOS DOS DIAS'
           END-IF.
           OPEN INPUT EMPCOMP-ARQ.
           IF WS-EMPCOMP-STATUS = '00'
               MOVE 'S' TO WS-EMPCOMP-OK
           ELSE
               DISPLAY 'PEDBENEF: EMPCOMP INDISPONIVEL - PEDIDOS SAEM '
                   'SEM CPF'
           END-IF.
           OPEN OUTPUT PEDVT-ARQ.
           IF WS-PEDVT-STATUS NOT = '00'
               DISPLAY 'PEDBENEF: ERRO AO ABRIR PEDVT - STATUS '
                   WS-PEDVT-STATUS
               GO TO 1000-ABORTAR
           END-IF.
           OPEN OUTPUT PEDVR-ARQ.
           IF WS-PEDVR-STATUS NOT = '00'
               DISPLAY 'PEDBENEF: ERRO AO ABRIR PEDVR - STATUS '
                   WS-PEDVR-STATUS
               GO TO 1000-ABORTAR
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'PEDBENEF-'          DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'PEDBENEF: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               GO TO 1000-ABORTAR
           END-IF.
           MOVE 'MATRICULA;CPF;NOME;CARTAO;DIAS;VALOR DIA;VALOR'
               TO PVT-LINHA.
           WRITE PVT-LINHA.
           MOVE 'MATRICULA;CPF;NOME;CARTAO;TIPO;DIAS;VALOR DIA;VALOR'
               TO PVR-LINHA.
           WRITE PVR-LINHA.
           MOVE WS-PARM-MES       TO CAB2B-MES.
           MOVE WS-PARM-ANO       TO CAB2B-ANO.
           MOVE WS-QTD-DIAS-UTEIS TO CAB2B-UTEIS.
           MOVE CAB1B TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2B TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1B TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3B TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 2900-LER-PROXIMO-BENEF THRU 2900-EXIT.
           GO TO 1000-EXIT.
       1000-ABORTAR.
           MOVE 'S' TO WS-ABORTADO.
           MOVE 16 TO RETURN-CODE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1600-CARREGAR-CALENDARIO - carrega o tipo de cada dia da
      * competencia a partir do CALENDAR e conta os dias uteis. Sem
      * calendario do mes nao ha como contar os dias: aborta.
      ******************************************************************
       1600-CARREGAR-CALENDARIO.
           PERFORM 1610-LIMPAR-DIA THRU 1610-EXIT
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > 31.
           OPEN INPUT CALENDAR-ARQ.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'PEDBENEF: CALENDARIO (CALENDAR) INDISPONIVEL '
                   '- STATUS ' WS-CALENDAR-STATUS
               MOVE 'S' TO WS-ABORTADO
               MOVE 16 TO RETURN-CODE
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1660-LER-DIA-CALENDARIO THRU 1660-EXIT
               VARYING WS-DIA-CALENDARIO FROM 1 BY 1
               UNTIL WS-DIA-CALENDARIO > WS-DIAS-COMPETENCIA.
           CLOSE CALENDAR-ARQ.
           IF WS-QTD-DIAS-CALEND = 0 OR WS-QTD-DIAS-UTEIS = 0
               DISPLAY 'PEDBENEF: MES SEM CALENDARIO CADASTRADO - '
                   'CADASTRE NO CADCALEN ANTES DO PEDIDO'
               MOVE 'S' TO WS-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.
       1600-EXIT.
           EXIT.

       1610-LIMPAR-DIA.
           MOVE SPACES TO WS-CAL-TIPO-DIA (WS-IDX-DIA).
           MOVE 'N' TO WS-DIA-AUSENTE (WS-IDX-DIA).
       1610-EXIT.
           EXIT.

       1660-LER-DIA-CALENDARIO.
           COMPUTE CAL-DATA = WS-PARM-ANO * 10000
               + WS-PARM-MES * 100 + WS-DIA-CALENDARIO.
           READ CALENDAR-ARQ
               INVALID KEY
                   GO TO 1660-EXIT
           END-READ.
           SET WS-IDX-DIA TO WS-DIA-CALENDARIO.
           MOVE CAL-TIPO TO WS-CAL-TIPO-DIA (WS-IDX-DIA).
           ADD 1 TO WS-QTD-DIAS-CALEND.
           IF CAL-UTIL
               ADD 1 TO WS-QTD-DIAS-UTEIS
           END-IF.
       1660-EXIT.
           EXIT.

      ******************************************************************
      * 1650-APURAR-DIAS-DO-MES - quantidade de dias do mes de
      * WS-DATA-CALCULO, com fevereiro de 29 dias no ano bissexto.
      ******************************************************************
       1650-APURAR-DIAS-DO-MES.
           MOVE WS-DIAS-MES (WS-CALC-MES) TO WS-DIAS-COMPETENCIA.
           IF WS-CALC-MES = 2
               DIVIDE WS-CALC-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO
               IF WS-ANO-RESTO = 0
                   MOVE 29 TO WS-DIAS-COMPETENCIA
               END-IF
           END-IF.
       1650-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-BENEFICIO - apura os dias e os valores do
      * funcionario corrente do BENEF, grava o movimento e as linhas
      * dos pedidos. Desligado ou sem cadastro no mestre fica de fora.
      ******************************************************************
       2000-PROCESSAR-BENEFICIO.
           MOVE BEN-MATRICULA TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   ADD 1 TO WS-QTD-INATIVOS
                   GO TO 2000-LER
           END-READ.
           IF NOT EMP-ATIVO
               ADD 1 TO WS-QTD-INATIVOS
               GO TO 2000-LER
           END-IF.
           PERFORM 2100-APURAR-DIAS THRU 2100-EXIT.
           MOVE 0 TO WS-CUSTO-DIA-VT.
           MOVE 0 TO WS-VALOR-VT.
           MOVE 0 TO WS-VALOR-DIA-VR.
           MOVE 0 TO WS-VALOR-VR.
           IF BEN-OPTA-VT
               PERFORM 2190-SOMAR-TRECHO THRU 2190-EXIT
                   VARYING BEN-IDX-TRECHO FROM 1 BY 1
                   UNTIL BEN-IDX-TRECHO > BEN-QTD-TRECHOS
               COMPUTE WS-VALOR-VT =
                   WS-CUSTO-DIA-VT * WS-DIAS-BENEFICIO
           END-IF.
           IF BEN-VR-REFEICAO OR BEN-VR-ALIMENTACAO
               MOVE BEN-VR-VALOR-DIA TO WS-VALOR-DIA-VR
               COMPUTE WS-VALOR-VR =
                   WS-VALOR-DIA-VR * WS-DIAS-BENEFICIO
           END-IF.
           ADD 1 TO WS-QTD-FUNCIONARIOS.
           PERFORM 2500-GRAVAR-MOVIMENTO THRU 2500-EXIT.
           PERFORM 2550-BUSCAR-CPF THRU 2550-EXIT.
           IF WS-VALOR-VT > 0
               PERFORM 2600-PEDIR-VT THRU 2600-EXIT
           END-IF.
           IF WS-VALOR-VR > 0
               PERFORM 2700-PEDIR-VR THRU 2700-EXIT
           END-IF.
           PERFORM 2800-IMPRIMIR-DETALHE THRU 2800-EXIT.
       2000-LER.
           PERFORM 2900-LER-PROXIMO-BENEF THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-APURAR-DIAS - marca os dias de ausencia prevista do
      * funcionario corrente (antes da admissao, ferias programadas e
      * afastamento aberto) e conta, entre os dias uteis da
      * competencia, os ausentes e os que recebem o beneficio.
      ******************************************************************
       2100-APURAR-DIAS.
           PERFORM 2110-LIMPAR-AUSENCIA THRU 2110-EXIT
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > 31.
           IF EMP-DATA-ADMISSAO > WS-COMP-INI
               MOVE 1 TO WS-DIA-INICIAL
               IF EMP-DATA-ADMISSAO > WS-COMP-FIM
                   MOVE WS-DIAS-COMPETENCIA TO WS-DIA-FINAL
               ELSE
                   MOVE EMP-DATA-ADMISSAO TO WS-DATA-CALCULO
                   COMPUTE WS-DIA-FINAL = WS-CALC-DIA - 1
               END-IF
               PERFORM 2150-MARCAR-PERIODO THRU 2150-EXIT
           END-IF.
           IF WS-PROGFER-DISPONIVEL
               PERFORM 2200-MARCAR-FERIAS THRU 2200-EXIT
           END-IF.
           IF WS-AFAST-DISPONIVEL
               PERFORM 2300-MARCAR-AFASTAMENTOS THRU 2300-EXIT
           END-IF.
           MOVE 0 TO WS-DIAS-AUSENCIA.
           MOVE 0 TO WS-DIAS-BENEFICIO.
           PERFORM 2180-CONTAR-DIA THRU 2180-EXIT
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > WS-DIAS-COMPETENCIA.
       2100-EXIT.
           EXIT.

       2110-LIMPAR-AUSENCIA.
           MOVE 'N' TO WS-DIA-AUSENTE (WS-IDX-DIA).
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2150-MARCAR-PERIODO - marca como ausentes os dias de
      * WS-DIA-INICIAL a WS-DIA-FINAL da competencia (nada, se o
      * final vier antes do inicial).
      ******************************************************************
       2150-MARCAR-PERIODO.
           IF WS-DIA-INICIAL = 0
               MOVE 1 TO WS-DIA-INICIAL
           END-IF.
           IF WS-DIA-FINAL > WS-DIAS-COMPETENCIA
               MOVE WS-DIAS-COMPETENCIA TO WS-DIA-FINAL
           END-IF.
           PERFORM 2160-MARCAR-DIA THRU 2160-EXIT
               VARYING WS-IDX-DIA FROM WS-DIA-INICIAL BY 1
               UNTIL WS-IDX-DIA > WS-DIA-FINAL.
       2150-EXIT.
           EXIT.

       2160-MARCAR-DIA.
           MOVE 'S' TO WS-DIA-AUSENTE (WS-IDX-DIA).
       2160-EXIT.
           EXIT.

       2180-CONTAR-DIA.
           IF WS-CAL-TIPO-DIA (WS-IDX-DIA) NOT = 'U'
               GO TO 2180-EXIT
           END-IF.
           IF WS-DIA-AUSENTE (WS-IDX-DIA) = 'S'
               ADD 1 TO WS-DIAS-AUSENCIA
           ELSE
               ADD 1 TO WS-DIAS-BENEFICIO
           END-IF.
       2180-EXIT.
           EXIT.

       2190-SOMAR-TRECHO.
           COMPUTE WS-CUSTO-DIA-VT = WS-CUSTO-DIA-VT
               + BEN-TRECHO-VIAGENS (BEN-IDX-TRECHO)
               * BEN-TRECHO-TARIFA (BEN-IDX-TRECHO).
       2190-EXIT.
           EXIT.

      ******************************************************************
      * 2200-MARCAR-FERIAS - percorre as programacoes de ferias da
      * matricula e marca os dias das aprovadas ou ja lancadas que
      * caem na competencia. Pendente ainda pode ser rejeitada e nao
      * entra.
      ******************************************************************
       2200-MARCAR-FERIAS.
           MOVE 'N' TO WS-FIM-PROGFER.
           MOVE EMP-MATRICULA TO PFE-MATRICULA.
           MOVE 0 TO PFE-SEQUENCIA.
           START PROGFER-ARQ KEY IS NOT LESS THAN PFE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PROGFER
           END-START.
           IF WS-PROGFER-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PROGFER
           END-IF.
           IF NOT FIM-DAS-PROGRAMACOES
               PERFORM 2950-LER-PROXIMA-PROGRAMACAO THRU 2950-EXIT
           END-IF.
           PERFORM 2250-TESTAR-FERIAS THRU 2250-EXIT
               UNTIL FIM-DAS-PROGRAMACOES.
       2200-EXIT.
           EXIT.

       2250-TESTAR-FERIAS.
           IF NOT PFE-APROVADA AND NOT PFE-LANCADA
               GO TO 2250-LER
           END-IF.
           IF PFE-DATA-INICIO > WS-COMP-FIM
               OR PFE-DATA-FIM < WS-COMP-INI
               GO TO 2250-LER
           END-IF.
           IF PFE-DATA-INICIO < WS-COMP-INI
               MOVE 1 TO WS-DIA-INICIAL
           ELSE
               MOVE PFE-DATA-INICIO TO WS-DATA-CALCULO
               MOVE WS-CALC-DIA TO WS-DIA-INICIAL
           END-IF.
           IF PFE-DATA-FIM > WS-COMP-FIM
               MOVE WS-DIAS-COMPETENCIA TO WS-DIA-FINAL
           ELSE
               MOVE PFE-DATA-FIM TO WS-DATA-CALCULO
               MOVE WS-CALC-DIA TO WS-DIA-FINAL
           END-IF.
           PERFORM 2150-MARCAR-PERIODO THRU 2150-EXIT.
       2250-LER.
           PERFORM 2950-LER-PROXIMA-PROGRAMACAO THRU 2950-EXIT.
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2300-MARCAR-AFASTAMENTOS - marca os dias de afastamento aberto
      * que caem na competencia, do inicio ate a vespera do retorno
      * previsto (sem retorno previsto, ate o fim do mes).
      ******************************************************************
       2300-MARCAR-AFASTAMENTOS.
           MOVE 'N' TO WS-FIM-AFAST.
           MOVE EMP-MATRICULA TO AFA-MATRICULA.
           MOVE 0 TO AFA-SEQUENCIA.
           START AFAST-ARQ KEY IS NOT LESS THAN AFA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-AFAST
           END-START.
           IF WS-AFAST-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-AFAST
           END-IF.
           IF NOT FIM-DOS-AFAST
               PERFORM 2960-LER-PROXIMO-AFAST THRU 2960-EXIT
           END-IF.
           PERFORM 2350-TESTAR-AFASTAMENTO THRU 2350-EXIT
               UNTIL FIM-DOS-AFAST.
       2300-EXIT.
           EXIT.

       2350-TESTAR-AFASTAMENTO.
           IF NOT AFA-ABERTO
               OR AFA-DATA-INICIO > WS-COMP-FIM
               GO TO 2350-LER
           END-IF.
           IF AFA-DATA-RETORNO-PREV NOT = 0
               AND AFA-DATA-RETORNO-PREV <= WS-COMP-INI
               GO TO 2350-LER
           END-IF.
           IF AFA-DATA-INICIO < WS-COMP-INI
               MOVE 1 TO WS-DIA-INICIAL
           ELSE
               MOVE AFA-DATA-INICIO TO WS-DATA-CALCULO
               MOVE WS-CALC-DIA TO WS-DIA-INICIAL
           END-IF.
           IF AFA-DATA-RETORNO-PREV = 0
               OR AFA-DATA-RETORNO-PREV > WS-COMP-FIM
               MOVE WS-DIAS-COMPETENCIA TO WS-DIA-FINAL
           ELSE
               MOVE AFA-DATA-RETORNO-PREV TO WS-DATA-CALCULO
               COMPUTE WS-DIA-FINAL = WS-CALC-DIA - 1
           END-IF.
           PERFORM 2150-MARCAR-PERIODO THRU 2150-EXIT.
       2350-LER.
           PERFORM 2960-LER-PROXIMO-AFAST THRU 2960-EXIT.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 2500-GRAVAR-MOVIMENTO - grava (ou regrava, na reexecucao) o
      * BENMOV do funcionario na competencia. O desconto ja gravado
      * pelo RELAT e preservado, com aviso - o CONCBEN mostra a
      * diferenca contra o novo pedido.
      ******************************************************************
       2500-GRAVAR-MOVIMENTO.
           MOVE EMP-MATRICULA TO BMV-MATRICULA.
           MOVE WS-PARM-ANO   TO BMV-ANO.
           MOVE WS-PARM-MES   TO BMV-MES.
           MOVE 'S' TO WS-MOV-EXISTE.
           READ BENMOV-ARQ
               INVALID KEY
                   MOVE 'N' TO WS-MOV-EXISTE
           END-READ.
           IF WS-MOVIMENTO-EXISTENTE
               IF NOT BMV-NAO-DESCONTADO
                   ADD 1 TO WS-QTD-JA-DESCONTADOS
                   DISPLAY 'PEDBENEF: MATRICULA ' EMP-MATRICULA
                       ' JA DESCONTADA NA FOLHA DA COMPETENCIA - '
                       'CONFIRA NO CONCBEN'
               END-IF
           ELSE
               MOVE SPACES TO BMV-REGISTRO
               MOVE EMP-MATRICULA TO BMV-MATRICULA
               MOVE WS-PARM-ANO   TO BMV-ANO
               MOVE WS-PARM-MES   TO BMV-MES
               MOVE 0 TO BMV-VT-DESCONTADO
               MOVE 0 TO BMV-VR-DESCONTADO
               MOVE 0 TO BMV-DATA-DESCONTO
           END-IF.
           MOVE EMP-NOME             TO BMV-NOME.
           MOVE EMP-DEPARTAMENTO     TO BMV-DEPARTAMENTO.
           MOVE EMP-EMPRESA          TO BMV-EMPRESA.
           MOVE WS-QTD-DIAS-UTEIS    TO BMV-DIAS-UTEIS.
           MOVE WS-DIAS-AUSENCIA     TO BMV-DIAS-AUSENCIA.
           MOVE WS-DIAS-BENEFICIO    TO BMV-DIAS-BENEFICIO.
           MOVE WS-CUSTO-DIA-VT      TO BMV-VT-CUSTO-DIA.
           MOVE WS-VALOR-VT          TO BMV-VT-VALOR.
           MOVE SPACES               TO BMV-VR-TIPO.
           MOVE 0                    TO BMV-VR-PERC-DESCONTO.
           IF WS-VALOR-DIA-VR > 0
               MOVE BEN-VR-TIPO          TO BMV-VR-TIPO
               MOVE BEN-VR-PERC-DESCONTO TO BMV-VR-PERC-DESCONTO
           END-IF.
           MOVE WS-VALOR-DIA-VR      TO BMV-VR-VALOR-DIA.
           MOVE WS-VALOR-VR          TO BMV-VR-VALOR.
           MOVE WS-DATA-SISTEMA      TO BMV-DATA-PEDIDO.
           IF WS-MOVIMENTO-EXISTENTE
               REWRITE BMV-REGISTRO
                   INVALID KEY
                       DISPLAY 'PEDBENEF: ERRO AO REGRAVAR BENMOV DA '
                           'MATRICULA ' EMP-MATRICULA
               END-REWRITE
           ELSE
               WRITE BMV-REGISTRO
                   INVALID KEY
                       DISPLAY 'PEDBENEF: ERRO AO GRAVAR BENMOV DA '
                           'MATRICULA ' EMP-MATRICULA
               END-WRITE
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2550-BUSCAR-CPF - CPF do funcionario no EMPCOMP, para as
      * operadoras. Sem dados complementares o pedido sai com o CPF
      * zerado e e contado no resumo.
      ******************************************************************
       2550-BUSCAR-CPF.
           MOVE 0 TO WS-CPF-PEDIDO.
           IF NOT WS-EMPCOMP-DISPONIVEL
               GO TO 2550-EXIT
           END-IF.
           MOVE EMP-MATRICULA TO ECP-MATRICULA.
           READ EMPCOMP-ARQ
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CPF
                   GO TO 2550-EXIT
           END-READ.
           MOVE ECP-CPF TO WS-CPF-PEDIDO.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2600-PEDIR-VT - linha do funcionario no pedido da operadora de
      * vale-transporte.
      ******************************************************************
       2600-PEDIR-VT.
           MOVE WS-DIAS-BENEFICIO TO WS-DIAS-EDITADO.
           MOVE WS-CUSTO-DIA-VT   TO WS-VALOR-DIA-EDITADO.
           MOVE WS-VALOR-VT       TO WS-VALOR-EDITADO.
           MOVE SPACES TO PVT-LINHA.
           STRING EMP-MATRICULA        DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WS-CPF-PEDIDO        DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  EMP-NOME             DELIMITED BY '  '
                  ';'                  DELIMITED BY SIZE
                  BEN-VT-CARTAO        DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WS-DIAS-EDITADO      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WS-VALOR-DIA-EDITADO DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WS-VALOR-EDITADO     DELIMITED BY SIZE
                  INTO PVT-LINHA
           END-STRING.
           WRITE PVT-LINHA.
           ADD 1 TO WS-QTD-PEDIDOS-VT.
           ADD WS-VALOR-VT TO WS-TOTAL-VT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-PEDIR-VR - linha do funcionario no pedido da operadora de
      * vale-refeicao/alimentacao, com o tipo do cartao (R ou A).
      ******************************************************************
       2700-PEDIR-VR.
           MOVE WS-DIAS-BENEFICIO TO WS-DIAS-EDITADO.
           MOVE WS-VALOR-DIA-VR   TO WS-VALOR-DIA-EDITADO.
           MOVE WS-VALOR-VR       TO WS-VALOR-EDITADO.
           MOVE SPACES TO PVR-LINHA.
           STRING EMP-MATRICULA        DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WS-CPF-PEDIDO        DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  EMP-NOME             DELIMITED BY '  '
                  ';'                  DELIMITED BY SIZE
                  BEN-VR-CARTAO        DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  BEN-VR-TIPO          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WS-DIAS-EDITADO      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WS-VALOR-DIA-EDITADO DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WS-VALOR-EDITADO     DELIMITED BY SIZE
                  INTO PVR-LINHA
           END-STRING.
           WRITE PVR-LINHA.
           ADD 1 TO WS-QTD-PEDIDOS-VR.
           ADD WS-VALOR-VR TO WS-TOTAL-VR.
       2700-EXIT.
           EXIT.

       2800-IMPRIMIR-DETALHE.
           MOVE EMP-MATRICULA     TO DET1B-MATRICULA.
           MOVE EMP-NOME          TO DET1B-NOME.
           MOVE WS-QTD-DIAS-UTEIS TO DET1B-UTEIS.
           MOVE WS-DIAS-AUSENCIA  TO DET1B-AUSENCIA.
           MOVE WS-DIAS-BENEFICIO TO DET1B-DIAS.
           MOVE WS-CUSTO-DIA-VT   TO DET1B-VT-DIA.
           MOVE WS-VALOR-VT       TO DET1B-VALOR-VT.
           MOVE BMV-VR-TIPO       TO DET1B-TIPO-VR.
           MOVE WS-VALOR-DIA-VR   TO DET1B-VR-DIA.
           MOVE WS-VALOR-VR       TO DET1B-VALOR-VR.
           MOVE DET1B TO REL-LINHA.
           WRITE REL-LINHA.
       2800-EXIT.
           EXIT.

       2900-LER-PROXIMO-BENEF.
           READ BENEF-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-BENEF
           END-READ.
           IF WS-BENEF-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-BENEF
           END-IF.
       2900-EXIT.
           EXIT.

       2950-LER-PROXIMA-PROGRAMACAO.
           READ PROGFER-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PROGFER
           END-READ.
           IF WS-PROGFER-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PROGFER
           END-IF.
           IF NOT FIM-DAS-PROGRAMACOES
               AND PFE-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-PROGFER
           END-IF.
       2950-EXIT.
           EXIT.

       2960-LER-PROXIMO-AFAST.
           READ AFAST-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AFAST
           END-READ.
           IF WS-AFAST-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-AFAST
           END-IF.
           IF NOT FIM-DOS-AFAST
               AND AFA-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-AFAST
           END-IF.
       2960-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os pedidos com a linha de total,
      * imprime os totais da listagem e fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           MOVE WS-QTD-PEDIDOS-VT TO WS-QTD-EDITADA.
           MOVE WS-TOTAL-VT       TO WS-VALOR-EDITADO.
           MOVE SPACES TO PVT-LINHA.
           STRING 'TOTAL;'         DELIMITED BY SIZE
                  WS-QTD-EDITADA   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  INTO PVT-LINHA
           END-STRING.
           WRITE PVT-LINHA.
           MOVE WS-QTD-PEDIDOS-VR TO WS-QTD-EDITADA.
           MOVE WS-TOTAL-VR       TO WS-VALOR-EDITADO.
           MOVE SPACES TO PVR-LINHA.
           STRING 'TOTAL;'         DELIMITED BY SIZE
                  WS-QTD-EDITADA   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  INTO PVR-LINHA
           END-STRING.
           WRITE PVR-LINHA.
           MOVE CAB1B TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-FUNCIONARIOS TO TOT1B-QTD.
           MOVE TOT1B TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-VT       TO TOT2B-VALOR.
           MOVE WS-QTD-PEDIDOS-VT TO TOT2B-QTD.
           MOVE TOT2B TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-VR       TO TOT3B-VALOR.
           MOVE WS-QTD-PEDIDOS-VR TO TOT3B-QTD.
           MOVE TOT3B TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE BENEF-ARQ.
           CLOSE EMPREG-ARQ.
           CLOSE BENMOV-ARQ.
           CLOSE PEDVT-ARQ.
           CLOSE PEDVR-ARQ.
           CLOSE RELATORIO-ARQ.
           IF WS-PROGFER-DISPONIVEL
               CLOSE PROGFER-ARQ
           END-IF.
           IF WS-AFAST-DISPONIVEL
               CLOSE AFAST-ARQ
           END-IF.
           IF WS-EMPCOMP-DISPONIVEL
               CLOSE EMPCOMP-ARQ
           END-IF.
           DISPLAY 'PEDBENEF: ' WS-QTD-FUNCIONARIOS
               ' FUNCIONARIOS NO PEDIDO - LISTAGEM EM '
               WS-NOME-RELATORIO.
           DISPLAY 'PEDBENEF: ' WS-QTD-PEDIDOS-VT
               ' CARGAS DE VT EM PEDVT E ' WS-QTD-PEDIDOS-VR
               ' CARGAS DE VR/VA EM PEDVR'.
           IF WS-QTD-INATIVOS > 0
               DISPLAY 'PEDBENEF: ' WS-QTD-INATIVOS
                   ' BENEFICIO(S) DE DESLIGADO OU SEM CADASTRO FORA '
                   'DO PEDIDO - EXCLUA NO CADBENEF'
           END-IF.
           IF WS-QTD-SEM-CPF > 0
               DISPLAY 'PEDBENEF: ' WS-QTD-SEM-CPF
                   ' FUNCIONARIO(S) SEM CPF NO EMPCOMP'
           END-IF.
           IF WS-QTD-JA-DESCONTADOS > 0
               DISPLAY 'PEDBENEF: ' WS-QTD-JA-DESCONTADOS
                   ' FUNCIONARIO(S) JA DESCONTADO(S) NA FOLHA - '
                   'RODE O CONCBEN'
           END-IF.
       9000-EXIT.
           EXIT.
