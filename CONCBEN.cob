       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBEN.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Conciliacao dos beneficios VT e VR/VA. Para a
      *             competencia informada, compara por funcionario o
      *             que o PEDBENEF pediu as operadoras com o que o
      *             RELAT descontou na folha (ambos no BENMOV): VT
      *             pedido, descontado e custeado pela empresa (o que
      *             passou do teto de 6 por cento do salario), e VR/VA
      *             pedido, descontado e o desconto esperado pela
      *             participacao do funcionario. Aponta quem teve carga
      *             sem desconto (folha nao fechada ou funcionario fora
      *             dela), desconto de vale diferente do esperado e
      *             desconto de VT acima do pedido. Filtro opcional de
      *             empresa (99 = todas). Saida no arquivo de impressao
      *             datado CONCBEN-AAAAMMDD-HHMM.
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
           SELECT BENMOV-ARQ
               ASSIGN TO "BENMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMV-CHAVE
               FILE STATUS IS WS-BENMOV-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENMOV-ARQ
           LABEL RECORD IS STANDARD.
           COPY BENMOVC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-BENMOV-STATUS        PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-ABERTOS              PIC X(01) VALUE 'N'.
               88 WS-ARQUIVOS-ABERTOS VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 99.
               88 WS-TODAS-AS-EMPRESAS VALUE 99.

      * Conciliacao do funcionario corrente.
       01  WS-CONCILIACAO.
           05 WS-VT-EMPRESA           PIC S9(05)V99 VALUE 0.
           05 WS-VR-ESPERADO          PIC 9(05)V99 VALUE 0.
           05 WS-VR-EMPRESA           PIC S9(05)V99 VALUE 0.
           05 WS-SITUACAO             PIC X(14) VALUE SPACES.

       01  WS-CONTADORES.
           05 WS-QTD-FUNCIONARIOS     PIC 9(05) COMP VALUE 0.
           05 WS-QTD-SEM-DESCONTO     PIC 9(05) COMP VALUE 0.
           05 WS-QTD-DIVERGENTES      PIC 9(05) COMP VALUE 0.

       01  WS-TOTAIS.
           05 WS-TOTAL-VT-PEDIDO      PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-VT-DESCONTO    PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-VT-EMPRESA     PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-VR-PEDIDO      PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-VR-DESCONTO    PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-VR-EMPRESA     PIC S9(09)V99 VALUE 0.

       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-NOME-RELATORIO          PIC X(21) VALUE SPACES.

       01  CAB1C.
           05 FILLER       PIC X(130) VALUE ALL '-'.

       01  CAB2C.
           05 FILLER       PIC X(49) VALUE
               'CONCILIACAO VT E VR/VA - PEDIDO X DESCONTO - COMP'.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 CAB2C-MES    PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2C-ANO    PIC 9(04).

       01  CAB3C.
           05 FILLER       PIC X(08) VALUE 'MATRIC.'.
           05 FILLER       PIC X(32) VALUE 'NOME'.
           05 FILLER       PIC X(05) VALUE 'DIAS'.
           05 FILLER       PIC X(11) VALUE 'VT PEDIDO'.
           05 FILLER       PIC X(11) VALUE 'VT DESC.'.
           05 FILLER       PIC X(11) VALUE 'VT EMPRESA'.
           05 FILLER       PIC X(11) VALUE 'VALE PEDIDO'.
           05 FILLER       PIC X(11) VALUE 'VALE DESC.'.
           05 FILLER       PIC X(11) VALUE 'ESPERADO'.
           05 FILLER       PIC X(14) VALUE 'SITUACAO'.

       01  DET1C.
           05 DET1C-MATRICULA PIC 9(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-NOME   PIC X(30).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-DIAS   PIC Z9.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-VT-PEDIDO PIC ZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-VT-DESCONTO PIC ZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-VT-EMPRESA PIC -Z.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-VR-PEDIDO PIC ZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-VR-DESCONTO PIC ZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-VR-ESPERADO PIC ZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-SITUACAO PIC X(14).

       01  TOT1C.
           05 FILLER       PIC X(30) VALUE
               'VT - PEDIDO..................:'.
           05 TOT1C-PEDIDO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(14) VALUE '  DESCONTADO:'.
           05 TOT1C-DESCONTO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(14) VALUE '  EMPRESA...:'.
           05 TOT1C-EMPRESA PIC -ZZZ.ZZZ.ZZ9,99.

       01  TOT2C.
           05 FILLER       PIC X(30) VALUE
               'VR/VA - PEDIDO...............:'.
           05 TOT2C-PEDIDO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(14) VALUE '  DESCONTADO:'.
           05 TOT2C-DESCONTO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(14) VALUE '  EMPRESA...:'.
           05 TOT2C-EMPRESA PIC -ZZZ.ZZZ.ZZ9,99.

       01  TOT3C.
           05 FILLER       PIC X(30) VALUE
               'FUNCIONARIOS CONCILIADOS.....:'.
           05 TOT3C-QTD    PIC ZZ.ZZ9.
           05 FILLER       PIC X(16) VALUE '  SEM DESCONTO:'.
           05 TOT3C-SEM-DESCONTO PIC ZZ.ZZ9.
           05 FILLER       PIC X(16) VALUE '  DIVERGENTES.:'.
           05 TOT3C-DIVERGENTES PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CONCILIAR THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - le a competencia e o filtro de empresa, abre
      * os arquivos e imprime o cabecalho. Sem o BENMOV nao ha pedido
      * a conciliar: o job termina com aviso.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'MES DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           DISPLAY 'EMPRESA (99 = TODAS): ' WITH NO ADVANCING.
           ACCEPT WS-PARM-EMPRESA.
           OPEN INPUT BENMOV-ARQ.
           IF WS-BENMOV-STATUS NOT = '00'
               DISPLAY 'CONCBEN: ERRO AO ABRIR BENMOV - STATUS '
                   WS-BENMOV-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'CONCBEN-'           DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'CONCBEN: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-ABERTOS.
           MOVE WS-PARM-MES TO CAB2C-MES.
           MOVE WS-PARM-ANO TO CAB2C-ANO.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE LOW-VALUES TO BMV-CHAVE.
           START BENMOV-ARQ KEY IS NOT LESS THAN BMV-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 1000-EXIT
           END-START.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONCILIAR - compara pedido e desconto do movimento
      * corrente, se for da competencia (e da empresa) pedida.
      ******************************************************************
       2000-CONCILIAR.
           IF BMV-ANO NOT = WS-PARM-ANO OR BMV-MES NOT = WS-PARM-MES
               GO TO 2000-LER
           END-IF.
           IF NOT WS-TODAS-AS-EMPRESAS
               AND BMV-EMPRESA NOT = WS-PARM-EMPRESA
               GO TO 2000-LER
           END-IF.
           ADD 1 TO WS-QTD-FUNCIONARIOS.
           COMPUTE WS-VR-ESPERADO ROUNDED =
               BMV-VR-VALOR * BMV-VR-PERC-DESCONTO / 100.
           COMPUTE WS-VT-EMPRESA = BMV-VT-VALOR - BMV-VT-DESCONTADO.
           COMPUTE WS-VR-EMPRESA = BMV-VR-VALOR - BMV-VR-DESCONTADO.
           PERFORM 2100-CLASSIFICAR THRU 2100-EXIT.
           MOVE BMV-MATRICULA      TO DET1C-MATRICULA.
           MOVE BMV-NOME           TO DET1C-NOME.
           MOVE BMV-DIAS-BENEFICIO TO DET1C-DIAS.
           MOVE BMV-VT-VALOR       TO DET1C-VT-PEDIDO.
           MOVE BMV-VT-DESCONTADO  TO DET1C-VT-DESCONTO.
           MOVE WS-VT-EMPRESA      TO DET1C-VT-EMPRESA.
           MOVE BMV-VR-VALOR       TO DET1C-VR-PEDIDO.
           MOVE BMV-VR-DESCONTADO  TO DET1C-VR-DESCONTO.
           MOVE WS-VR-ESPERADO     TO DET1C-VR-ESPERADO.
           MOVE WS-SITUACAO        TO DET1C-SITUACAO.
           MOVE DET1C TO REL-LINHA.
           WRITE REL-LINHA.
           ADD BMV-VT-VALOR      TO WS-TOTAL-VT-PEDIDO.
           ADD BMV-VT-DESCONTADO TO WS-TOTAL-VT-DESCONTO.
           ADD WS-VT-EMPRESA     TO WS-TOTAL-VT-EMPRESA.
           ADD BMV-VR-VALOR      TO WS-TOTAL-VR-PEDIDO.
           ADD BMV-VR-DESCONTADO TO WS-TOTAL-VR-DESCONTO.
           ADD WS-VR-EMPRESA     TO WS-TOTAL-VR-EMPRESA.
       2000-LER.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CLASSIFICAR - situacao do funcionario na conciliacao. VT
      * descontado abaixo do pedido e o teto de 6 por cento e esta OK;
      * acima do pedido, ou vale diferente da participacao, diverge.
      ******************************************************************
       2100-CLASSIFICAR.
           MOVE 'OK' TO WS-SITUACAO.
           IF BMV-VT-VALOR = 0 AND BMV-VR-VALOR = 0
               MOVE 'SEM CARGA' TO WS-SITUACAO
               GO TO 2100-EXIT
           END-IF.
           IF BMV-NAO-DESCONTADO
               MOVE 'SEM DESCONTO' TO WS-SITUACAO
               ADD 1 TO WS-QTD-SEM-DESCONTO
               GO TO 2100-EXIT
           END-IF.
           IF BMV-VT-DESCONTADO > BMV-VT-VALOR
               MOVE 'VT ACIMA PEDIDO' TO WS-SITUACAO
               ADD 1 TO WS-QTD-DIVERGENTES
               GO TO 2100-EXIT
           END-IF.
           IF BMV-VR-DESCONTADO NOT = WS-VR-ESPERADO
               MOVE 'VALE DIVERGE' TO WS-SITUACAO
               ADD 1 TO WS-QTD-DIVERGENTES
               GO TO 2100-EXIT
           END-IF.
           IF BMV-VT-DESCONTADO < BMV-VT-VALOR
               MOVE 'OK - TETO 6%' TO WS-SITUACAO
           END-IF.
       2100-EXIT.
           EXIT.

       2900-LER-PROXIMO.
           READ BENMOV-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-BENMOV-STATUS NOT = '00'
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
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-VT-PEDIDO   TO TOT1C-PEDIDO.
           MOVE WS-TOTAL-VT-DESCONTO TO TOT1C-DESCONTO.
           MOVE WS-TOTAL-VT-EMPRESA  TO TOT1C-EMPRESA.
           MOVE TOT1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-VR-PEDIDO   TO TOT2C-PEDIDO.
           MOVE WS-TOTAL-VR-DESCONTO TO TOT2C-DESCONTO.
           MOVE WS-TOTAL-VR-EMPRESA  TO TOT2C-EMPRESA.
           MOVE TOT2C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-FUNCIONARIOS  TO TOT3C-QTD.
           MOVE WS-QTD-SEM-DESCONTO  TO TOT3C-SEM-DESCONTO.
           MOVE WS-QTD-DIVERGENTES   TO TOT3C-DIVERGENTES.
           MOVE TOT3C TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE BENMOV-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'CONCBEN: ' WS-QTD-FUNCIONARIOS
               ' FUNCIONARIOS CONCILIADOS - LISTAGEM EM '
               WS-NOME-RELATORIO.
           IF WS-QTD-SEM-DESCONTO > 0
               DISPLAY 'CONCBEN: ' WS-QTD-SEM-DESCONTO
                   ' COM CARGA E SEM DESCONTO NA FOLHA'
           END-IF.
           IF WS-QTD-DIVERGENTES > 0
               DISPLAY 'CONCBEN: ' WS-QTD-DIVERGENTES
                   ' COM DESCONTO DIVERGENTE DO PEDIDO'
           END-IF.
       9000-EXIT.
           EXIT.
