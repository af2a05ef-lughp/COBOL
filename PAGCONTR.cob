       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGCONTR.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Pagamento a contribuintes individuais do cadastro
      *             CONTRIB (CADCONTR) - autonomos por RPA e pro-labore
      *             dos socios -, fora da folha dos empregados. So
      *             supervisor, assinado na SEGURAN. Para a competencia
      *             e a empresa informadas, o operador digita o codigo
      *             do contribuinte, a descricao e o valor bruto, e o
      *             programa retem:
      *               - INSS de 11 por cento sobre o bruto, limitado
      *                 ao teto do INSS da tabela do TABFOLHA vigente
      *                 na competencia, descontado o que os pagamentos
      *                 anteriores do mes ja usaram do teto;
      *               - IRRF pelas faixas do TABFOLHA sobre a base
      *                 somada do mes (brutos menos INSS), retido so o
      *                 que passar do ja retido, como no FOLHACPL;
      *               - ISS do autonomo, na aliquota do cadastro (socio
      *                 nao tem ISS).
      *             Cada pagamento vai para o historico PAGCONTR com
      *             numero de sequencia (lido pelo DECLMENS e pelo
      *             DECLANUA), o liquido para o arquivo de pagamento
      *             PAGCTI-AAAAMM-Enn (layout CSV do EXPFOLHA, codigo
      *             nas 6 primeiras posicoes), o recibo (RPA ou recibo
      *             de pro-labore) para o arquivo de impressao datado,
      *             e os lancamentos para o lote contabil
      *             CTBCTI-AAAAMM-Enn (layout CTBLANC). Os arquivos
      *             gerados sao acrescidos a cada execucao.
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
           SELECT CONTRIB-ARQ
               ASSIGN TO "CONTRIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIN-CODIGO
               ALTERNATE RECORD KEY IS CIN-CPF
               FILE STATUS IS WS-CONTRIB-STATUS.

           SELECT PAGCONTR-ARQ
               ASSIGN TO "PAGCONTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCI-CHAVE
               FILE STATUS IS WS-PAGCONTR-STATUS.

           SELECT TABFOLHA-ARQ
               ASSIGN TO "TABFOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAB-CHAVE
               FILE STATUS IS WS-TABFOLHA-STATUS.

           SELECT EMPRESAS-ARQ
               ASSIGN TO "EMPRESAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMR-CODIGO
               FILE STATUS IS WS-EMPRESAS-STATUS.

           SELECT PAGTO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-PAGTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGTO-STATUS.

           SELECT CTBCTI-ARQ
               ASSIGN TO DYNAMIC WS-NOME-CTBCTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTBCTI-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRIB-ARQ
           LABEL RECORD IS STANDARD.
           COPY CONTRIBC.

       FD  PAGCONTR-ARQ
           LABEL RECORD IS STANDARD.
           COPY PAGCONC.

       FD  TABFOLHA-ARQ
           LABEL RECORD IS STANDARD.
           COPY TABFOLC.

       FD  EMPRESAS-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRESAC.

      * PAGCTI - arquivo de pagamento dos contribuintes individuais, no
      * mesmo layout CSV do EXPFOLHA (codigo nas 6 primeiras posicoes).
       FD  PAGTO-ARQ
           LABEL RECORD IS STANDARD.
       01  PAG-LINHA                  PIC X(132).

      * CTBCTI - lote contabil dos pagamentos a contribuintes
      * individuais, separado do FOLHACTB como o CTBCPL.
       FD  CTBCTI-ARQ
           LABEL RECORD IS STANDARD.
           COPY CTBLANC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-CONTRIB-STATUS       PIC X(02) VALUE '00'.
           05 WS-CONTRIB-OK           PIC X(01) VALUE 'N'.
               88 WS-CONTRIB-ABERTO   VALUE 'S'.
           05 WS-PAGCONTR-STATUS      PIC X(02) VALUE '00'.
           05 WS-PAGCONTR-OK          PIC X(01) VALUE 'N'.
               88 WS-PAGCONTR-ABERTO  VALUE 'S'.
           05 WS-TABFOLHA-STATUS      PIC X(02) VALUE '00'.
           05 WS-EMPRESAS-STATUS      PIC X(02) VALUE '00'.
           05 WS-PAGTO-STATUS         PIC X(02) VALUE '00'.
           05 WS-PAGTO-OK             PIC X(01) VALUE 'N'.
               88 WS-PAGTO-ABERTO     VALUE 'S'.
           05 WS-CTBCTI-STATUS        PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-RELATORIO-OK         PIC X(01) VALUE 'N'.
               88 WS-RELATORIO-ABERTO VALUE 'S'.
           05 WS-FIM-DIGITACAO        PIC X(01) VALUE 'N'.
               88 FIM-DA-DIGITACAO    VALUE 'S'.
           05 WS-FIM-PAGCONTR         PIC X(01) VALUE 'N'.
               88 FIM-DO-PAGCONTR     VALUE 'S'.
           05 WS-FIM-TABELA           PIC X(01) VALUE 'N'.
               88 FIM-DA-TABELA       VALUE 'S'.
           05 WS-ACHOU-FAIXA          PIC X(01) VALUE 'N'.
               88 WS-FAIXA-ENCONTRADA VALUE 'S'.
           05 WS-RESPOSTA             PIC X(01) VALUE 'N'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 0.

       01  WS-COMP-AAAAMM             PIC 9(06) VALUE 0.

      * Aliquota do INSS do contribuinte individual retido pela empresa
      * (conferir a cada ano). A ultima faixa de cada tabela no
      * TABFOLHA e cadastrada em aberto (9999999,99); o teto do INSS e
      * o maior limite abaixo dela.
       01  WS-ALIQUOTA-INSS-CI        PIC 9(01)V999 VALUE 0,110.
       01  WS-LIMITE-ABERTO           PIC 9(07)V99 VALUE 9999999,99.
       01  WS-INSS-TETO               PIC 9(07)V99 VALUE 0.

      * Tabelas de INSS/IRRF vigentes na competencia, carregadas de
      * TABFOLHA como no RELAT.
       01  WS-TABELA-INSS.
           05 WS-QTD-FAIXAS-INSS      PIC 9(02) COMP VALUE 0.
           05 WS-FAIXA-INSS OCCURS 9 TIMES INDEXED BY WS-IDX-INSS.
               10 WS-INSS-LIMITE      PIC 9(07)V99.
               10 WS-INSS-ALIQ        PIC 9(01)V999.

       01  WS-TABELA-IRRF.
           05 WS-QTD-FAIXAS-IRRF      PIC 9(02) COMP VALUE 0.
           05 WS-FAIXA-IRRF OCCURS 9 TIMES INDEXED BY WS-IDX-IRRF.
               10 WS-IRRF-LIMITE      PIC 9(07)V99.
               10 WS-IRRF-ALIQ        PIC 9(01)V999.
               10 WS-IRRF-DEDUCAO     PIC 9(05)V99.

       01  WS-ENTRADA.
           05 WS-ENT-CODIGO           PIC 9(06) VALUE 0.
           05 WS-ENT-DESCRICAO        PIC X(30) VALUE SPACES.
           05 WS-ENT-VALOR            PIC 9(07)V99 VALUE 0.

       01  WS-CALCULO-PAGAMENTO.
           05 WS-SEQUENCIA            PIC 9(02) VALUE 0.
           05 WS-VALOR-BRUTO          PIC S9(07)V99 VALUE 0.
           05 WS-BRUTO-ANTERIOR       PIC S9(07)V99 VALUE 0.
           05 WS-BASE-INSS-ANTERIOR   PIC S9(07)V99 VALUE 0.
           05 WS-INSS-ANTERIOR        PIC S9(07)V99 VALUE 0.
           05 WS-IRRF-ANTERIOR        PIC S9(07)V99 VALUE 0.
           05 WS-SALDO-TETO           PIC S9(07)V99 VALUE 0.
           05 WS-BASE-INSS            PIC S9(07)V99 VALUE 0.
           05 WS-INSS                 PIC S9(07)V99 VALUE 0.
           05 WS-BASE-IRRF            PIC S9(07)V99 VALUE 0.
           05 WS-ALIQUOTA-IRRF        PIC 9(01)V999 VALUE 0.
           05 WS-DEDUCAO-IRRF         PIC 9(05)V99 VALUE 0.
           05 WS-IRRF-TOTAL           PIC S9(07)V99 VALUE 0.
           05 WS-IRRF                 PIC S9(07)V99 VALUE 0.
           05 WS-ISS                  PIC S9(07)V99 VALUE 0.
           05 WS-LIQUIDO              PIC S9(07)V99 VALUE 0.

           COPY SEGLINKC.

      * Totais da execucao; o bruto separado por categoria para os
      * debitos do lote contabil.
       01  WS-TOTAIS.
           05 WS-TOTAL-BRUTO-AUTONOMO PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-BRUTO-SOCIO    PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-BRUTO          PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-INSS           PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-IRRF           PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-ISS            PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-LIQUIDO        PIC S9(09)V99 VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-PAGOS            PIC 9(05) VALUE 0.
           05 WS-QTD-RPA              PIC 9(05) VALUE 0.
           05 WS-QTD-PRO-LABORE       PIC 9(05) VALUE 0.

       01  WS-DADOS-BANCARIOS.
           05 WS-BANCO-EXPORT         PIC X(03) VALUE SPACES.
           05 WS-AGENCIA-EXPORT       PIC X(05) VALUE SPACES.
           05 WS-CONTA-EXPORT         PIC X(12) VALUE SPACES.

       01  WS-EMPRESA-PAGADORA.
           05 WS-RAZAO-SOCIAL         PIC X(40) VALUE SPACES.
           05 WS-CNPJ                 PIC 9(14) VALUE 0.

       01  WS-VALOR-EDITADO           PIC -Z.ZZZ.ZZ9,99.
       01  WS-TOTAL-EDITADO           PIC -Z.ZZZ.ZZZ9,99.

       01  WS-SUFIXO-EMPRESA          PIC X(04) VALUE SPACES.
       01  WS-NOME-PAGTO              PIC X(17) VALUE SPACES.
       01  WS-NOME-CTBCTI             PIC X(17) VALUE SPACES.
       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

       01  CAB1P.
           05 FILLER       PIC X(80) VALUE ALL '-'.

       01  CAB2P.
           05 FILLER       PIC X(46) VALUE
               'PAGAMENTOS A CONTRIBUINTES INDIVIDUAIS - COMP '.
           05 CAB2P-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2P-ANO    PIC 9999.
           05 FILLER       PIC X(11) VALUE ' - EMPRESA '.
           05 CAB2P-EMPRESA PIC 99.

      * Recibo - um bloco por pagamento, para assinatura do
      * contribuinte.
       01  REC1P.
           05 REC1P-TITULO PIC X(44).
           05 FILLER       PIC X(05) VALUE ' NO. '.
           05 REC1P-CODIGO PIC 9(06).
           05 FILLER       PIC X(01) VALUE '/'.
           05 REC1P-ANO    PIC 9999.
           05 REC1P-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '-'.
           05 REC1P-SEQUENCIA PIC 99.

       01  REC2P.
           05 FILLER       PIC X(17) VALUE 'FONTE PAGADORA..:'.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 REC2P-RAZAO  PIC X(40).
           05 FILLER       PIC X(07) VALUE ' CNPJ: '.
           05 REC2P-CNPJ   PIC 9(14).

       01  REC3P.
           05 FILLER       PIC X(17) VALUE 'CONTRIBUINTE....:'.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 REC3P-NOME   PIC X(30).
           05 FILLER       PIC X(06) VALUE ' CPF: '.
           05 REC3P-CPF    PIC 9(11).
           05 FILLER       PIC X(06) VALUE ' NIT: '.
           05 REC3P-NIT    PIC 9(11).

       01  REC4P.
           05 FILLER       PIC X(17) VALUE 'COMPETENCIA.....:'.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 REC4P-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 REC4P-ANO    PIC 9999.
           05 FILLER       PIC X(22) VALUE
               '   DATA DO PAGAMENTO: '.
           05 REC4P-DATA   PIC 9999/99/99.

       01  REC5P.
           05 FILLER       PIC X(17) VALUE 'REFERENTE A.....:'.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 REC5P-DESCRICAO PIC X(30).

       01  REC6P.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 REC6P-DESCRICAO PIC X(40).
           05 REC6P-VALOR  PIC -Z.ZZZ.ZZ9,99.

       01  REC7P.
           05 FILLER       PIC X(17) VALUE 'CREDITO EM......:'.
           05 FILLER       PIC X(07) VALUE ' BANCO '.
           05 REC7P-BANCO  PIC 9(03).
           05 FILLER       PIC X(09) VALUE ' AGENCIA '.
           05 REC7P-AGENCIA PIC 9(05).
           05 FILLER       PIC X(07) VALUE ' CONTA '.
           05 REC7P-CONTA  PIC 9(10).
           05 FILLER       PIC X(01) VALUE '-'.
           05 REC7P-CONTA-DV PIC X(01).

       01  REC8P.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(36) VALUE ALL '_'.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 REC8P-NOME   PIC X(30).

       01  TOT1P.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 TOT1P-DESCRICAO PIC X(40).
           05 TOT1P-VALOR  PIC -Z.ZZZ.ZZZ9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LANCAR-PAGAMENTO THRU 2000-EXIT
               UNTIL FIM-DA-DIGITACAO.
           PERFORM 3000-CONTABILIZAR THRU 3000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - exige assinatura de supervisor (dinheiro sai
      * pelo arquivo gerado), le a competencia e a empresa, carrega as
      * tabelas de impostos e abre os arquivos.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'PAGCONTR' TO SEG-PROGRAMA.
           MOVE 2          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'S' TO WS-FIM-DIGITACAO
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'MES DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           DISPLAY 'EMPRESA (00 = PRINCIPAL): ' WITH NO ADVANCING.
           ACCEPT WS-PARM-EMPRESA.
           IF WS-PARM-MES < 1 OR WS-PARM-MES > 12
               DISPLAY 'PAGCONTR: MES INVALIDO - ' WS-PARM-MES
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           COMPUTE WS-COMP-AAAAMM = WS-PARM-ANO * 100 + WS-PARM-MES.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           PERFORM 1100-CARREGAR-TABELAS THRU 1100-EXIT.
           IF FIM-DA-DIGITACAO
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CONTRIB-ARQ.
           IF WS-CONTRIB-STATUS NOT = '00'
               DISPLAY 'PAGCONTR: CADASTRO DE CONTRIBUINTES (CONTRIB) '
                   'INDISPONIVEL - STATUS ' WS-CONTRIB-STATUS
               DISPLAY 'PAGCONTR: CADASTRE OS CONTRIBUINTES NO CADCONTR'
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-CONTRIB-OK.
           OPEN I-O PAGCONTR-ARQ.
           IF WS-PAGCONTR-STATUS = '35'
               OPEN OUTPUT PAGCONTR-ARQ
               CLOSE PAGCONTR-ARQ
               OPEN I-O PAGCONTR-ARQ
           END-IF.
           IF WS-PAGCONTR-STATUS NOT = '00'
               DISPLAY 'PAGCONTR: ERRO AO ABRIR PAGCONTR - STATUS '
                   WS-PAGCONTR-STATUS
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-PAGCONTR-OK.
           PERFORM 1200-LER-EMPRESA THRU 1200-EXIT.
           PERFORM 1300-ABRIR-SAIDAS THRU 1300-EXIT.
           IF FIM-DA-DIGITACAO
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-MES     TO CAB2P-MES.
           MOVE WS-PARM-ANO     TO CAB2P-ANO.
           MOVE WS-PARM-EMPRESA TO CAB2P-EMPRESA.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGAR-TABELAS - faixas de INSS e IRRF vigentes na
      * competencia, como o RELAT carrega, e o teto do INSS. Sem
      * tabela completa nada e pago.
      ******************************************************************
       1100-CARREGAR-TABELAS.
           MOVE 0 TO WS-QTD-FAIXAS-INSS.
           MOVE 0 TO WS-QTD-FAIXAS-IRRF.
           OPEN INPUT TABFOLHA-ARQ.
           IF WS-TABFOLHA-STATUS NOT = '00'
               DISPLAY 'PAGCONTR: ARQUIVO DE PARAMETROS TABFOLHA '
                   'INDISPONIVEL - STATUS ' WS-TABFOLHA-STATUS
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-TABELA.
           MOVE LOW-VALUES TO TAB-CHAVE.
           START TABFOLHA-ARQ KEY IS NOT LESS THAN TAB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-TABELA
           END-START.
           IF NOT FIM-DA-TABELA
               PERFORM 1195-LER-PROXIMA-FAIXA THRU 1195-EXIT
           END-IF.
           PERFORM 1150-CLASSIFICAR-FAIXA THRU 1150-EXIT
               UNTIL FIM-DA-TABELA.
           CLOSE TABFOLHA-ARQ.
           IF WS-QTD-FAIXAS-INSS = 0 OR WS-QTD-FAIXAS-IRRF = 0
               DISPLAY 'PAGCONTR: SEM TABELA DE INSS/IRRF VIGENTE PARA '
                   'A COMPETENCIA ' WS-COMP-AAAAMM
               DISPLAY 'PAGCONTR: CADASTRE AS FAIXAS NO CADTABF'
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           MOVE 0 TO WS-INSS-TETO.
           PERFORM 1180-APURAR-TETO THRU 1180-EXIT
               VARYING WS-IDX-INSS FROM 1 BY 1
               UNTIL WS-IDX-INSS > WS-QTD-FAIXAS-INSS.
           IF WS-INSS-TETO = 0
               DISPLAY 'PAGCONTR: TABELA DE INSS SO COM A FAIXA EM '
                   'ABERTO - TETO NAO DEFINIDO'
               DISPLAY 'PAGCONTR: CONFIRA AS FAIXAS NO CADTABF'
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-INSS-TETO TO WS-VALOR-EDITADO.
           DISPLAY 'PAGCONTR: TETO DO INSS NA COMPETENCIA: '
               WS-VALOR-EDITADO.
       1100-EXIT.
           EXIT.

       1150-CLASSIFICAR-FAIXA.
           IF TAB-VIGENCIA-INI <= WS-COMP-AAAAMM
               AND TAB-VIGENCIA-FIM >= WS-COMP-AAAAMM
               AND TAB-FAIXA >= 1 AND TAB-FAIXA <= 9
               IF TAB-TIPO-INSS
                   SET WS-IDX-INSS TO TAB-FAIXA
                   MOVE TAB-LIMITE   TO WS-INSS-LIMITE (WS-IDX-INSS)
                   MOVE TAB-ALIQUOTA TO WS-INSS-ALIQ   (WS-IDX-INSS)
                   IF TAB-FAIXA > WS-QTD-FAIXAS-INSS
                       MOVE TAB-FAIXA TO WS-QTD-FAIXAS-INSS
                   END-IF
               ELSE
                   IF TAB-TIPO-IRRF
                       SET WS-IDX-IRRF TO TAB-FAIXA
                       MOVE TAB-LIMITE   TO WS-IRRF-LIMITE (WS-IDX-IRRF)
                       MOVE TAB-ALIQUOTA TO WS-IRRF-ALIQ   (WS-IDX-IRRF)
                       MOVE TAB-DEDUCAO  TO
                           WS-IRRF-DEDUCAO (WS-IDX-IRRF)
                       IF TAB-FAIXA > WS-QTD-FAIXAS-IRRF
                           MOVE TAB-FAIXA TO WS-QTD-FAIXAS-IRRF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 1195-LER-PROXIMA-FAIXA THRU 1195-EXIT.
       1150-EXIT.
           EXIT.

      * 1180-APURAR-TETO - o teto do INSS e o maior limite de faixa
      * abaixo da faixa em aberto.
       1180-APURAR-TETO.
           IF WS-INSS-LIMITE (WS-IDX-INSS) < WS-LIMITE-ABERTO
               AND WS-INSS-LIMITE (WS-IDX-INSS) > WS-INSS-TETO
               MOVE WS-INSS-LIMITE (WS-IDX-INSS) TO WS-INSS-TETO
           END-IF.
       1180-EXIT.
           EXIT.

       1195-LER-PROXIMA-FAIXA.
           READ TABFOLHA-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-TABELA
           END-READ.
           IF WS-TABFOLHA-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-TABELA
           END-IF.
       1195-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LER-EMPRESA - razao social e CNPJ da fonte pagadora para
      * o recibo; sem EMPRESAS, o recibo sai sem eles (com aviso).
      ******************************************************************
       1200-LER-EMPRESA.
           MOVE SPACES TO WS-RAZAO-SOCIAL.
           MOVE 0 TO WS-CNPJ.
           OPEN INPUT EMPRESAS-ARQ.
           IF WS-EMPRESAS-STATUS NOT = '00'
               DISPLAY 'PAGCONTR: EMPRESAS INDISPONIVEL - RECIBOS SEM '
                   'RAZAO SOCIAL E CNPJ'
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-PARM-EMPRESA TO EMR-CODIGO.
           READ EMPRESAS-ARQ
               INVALID KEY
                   DISPLAY 'PAGCONTR: EMPRESA ' WS-PARM-EMPRESA
                       ' NAO CADASTRADA - RECIBOS SEM RAZAO SOCIAL '
                       'E CNPJ'
               NOT INVALID KEY
                   MOVE EMR-RAZAO-SOCIAL TO WS-RAZAO-SOCIAL
                   MOVE EMR-CNPJ         TO WS-CNPJ
           END-READ.
           CLOSE EMPRESAS-ARQ.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-ABRIR-SAIDAS - arquivo de pagamento PAGCTI-AAAAMM-Enn,
      * acrescido a cada execucao, e o arquivo de impressao datado
      * PAGCONTR-AAAAMMDD-HHMM com os recibos. Sem arquivo de
      * pagamento nada e pago.
      ******************************************************************
       1300-ABRIR-SAIDAS.
           MOVE SPACES TO WS-SUFIXO-EMPRESA.
           STRING '-E'             DELIMITED BY SIZE
                  WS-PARM-EMPRESA  DELIMITED BY SIZE
                  INTO WS-SUFIXO-EMPRESA
           END-STRING.
           MOVE SPACES TO WS-NOME-PAGTO.
           STRING 'PAGCTI-'          DELIMITED BY SIZE
                  WS-PARM-ANO        DELIMITED BY SIZE
                  WS-PARM-MES        DELIMITED BY SIZE
                  WS-SUFIXO-EMPRESA  DELIMITED BY SPACE
                  INTO WS-NOME-PAGTO
           END-STRING.
           OPEN EXTEND PAGTO-ARQ.
           IF WS-PAGTO-STATUS = '05' OR WS-PAGTO-STATUS = '35'
               OPEN OUTPUT PAGTO-ARQ
               IF WS-PAGTO-STATUS = '00'
                   MOVE SPACES TO PAG-LINHA
                   STRING 'CODIGO,NOME,CATEGORIA,'
                              DELIMITED BY SIZE
                          'LIQUIDO,BANCO,AGENCIA,CONTA'
                              DELIMITED BY SIZE
                          INTO PAG-LINHA
                   END-STRING
                   WRITE PAG-LINHA
               END-IF
           END-IF.
           IF WS-PAGTO-STATUS NOT = '00'
               DISPLAY 'PAGCONTR: ERRO AO ABRIR ' WS-NOME-PAGTO
                   ' - STATUS ' WS-PAGTO-STATUS
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF.
           MOVE 'S' TO WS-PAGTO-OK.
           STRING 'PAGCONTR-'          DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'PAGCONTR: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF.
           MOVE 'S' TO WS-RELATORIO-OK.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LANCAR-PAGAMENTO - le o codigo do contribuinte (0
      * encerra), a descricao e o bruto, calcula as retencoes sobre o
      * mes somado e, confirmado, grava, paga e emite o recibo.
      ******************************************************************
       2000-LANCAR-PAGAMENTO.
           DISPLAY ' '.
           DISPLAY 'CONTRIBUINTE (0 = FIM): ' WITH NO ADVANCING.
           ACCEPT WS-ENT-CODIGO.
           IF WS-ENT-CODIGO = 0
               MOVE 'S' TO WS-FIM-DIGITACAO
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-ENT-CODIGO TO CIN-CODIGO.
           READ CONTRIB-ARQ
               INVALID KEY
                   DISPLAY 'PAGCONTR: CONTRIBUINTE NAO ENCONTRADO'
                   GO TO 2000-EXIT
           END-READ.
           IF NOT CIN-ATIVO
               DISPLAY 'PAGCONTR: CONTRIBUINTE INATIVO - REATIVE NO '
                   'CADCONTR ANTES DE PAGAR'
               GO TO 2000-EXIT
           END-IF.
           IF CIN-EMPRESA NOT = WS-PARM-EMPRESA
               DISPLAY 'PAGCONTR: CONTRIBUINTE DA EMPRESA ' CIN-EMPRESA
                   ' - FORA DESTA EXECUCAO'
               GO TO 2000-EXIT
           END-IF.
           DISPLAY 'CONTRIBUINTE........: ' CIN-NOME.
           IF CIN-AUTONOMO
               DISPLAY 'CATEGORIA...........: AUTONOMO (RPA)'
           ELSE
               DISPLAY 'CATEGORIA...........: SOCIO (PRO-LABORE)'
           END-IF.
           PERFORM 2200-DIGITAR-VALOR THRU 2200-EXIT.
           IF WS-VALOR-BRUTO NOT > 0
               DISPLAY 'PAGCONTR: VALOR ZERADO - PAGAMENTO IGNORADO'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-APURAR-ANTERIORES THRU 2300-EXIT.
           IF WS-SEQUENCIA > 98
               DISPLAY 'PAGCONTR: CONTRIBUINTE JA TEM 99 PAGAMENTOS NA '
                   'COMPETENCIA - LANCE NA PROXIMA'
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-SEQUENCIA.
           PERFORM 2400-CALCULAR-RETENCOES THRU 2400-EXIT.
           IF WS-LIQUIDO NOT > 0
               DISPLAY 'PAGCONTR: VALOR NAO COBRE AS RETENCOES - '
                   'PAGAMENTO IGNORADO'
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-VALOR-BRUTO TO WS-VALOR-EDITADO.
           DISPLAY 'VALOR BRUTO.........: ' WS-VALOR-EDITADO.
           MOVE WS-INSS TO WS-VALOR-EDITADO.
           DISPLAY 'INSS RETIDO.........: ' WS-VALOR-EDITADO.
           MOVE WS-IRRF TO WS-VALOR-EDITADO.
           DISPLAY 'IRRF RETIDO.........: ' WS-VALOR-EDITADO.
           MOVE WS-ISS TO WS-VALOR-EDITADO.
           DISPLAY 'ISS RETIDO..........: ' WS-VALOR-EDITADO.
           MOVE WS-LIQUIDO TO WS-VALOR-EDITADO.
           DISPLAY 'LIQUIDO A PAGAR.....: ' WS-VALOR-EDITADO.
           DISPLAY 'CONFIRMA O PAGAMENTO (S/N)? ' WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
               DISPLAY 'PAGCONTR: PAGAMENTO DESCARTADO'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2500-GRAVAR-HISTORICO THRU 2500-EXIT.
           IF WS-PAGCONTR-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2600-GRAVAR-PAGAMENTO THRU 2600-EXIT.
           PERFORM 2700-IMPRIMIR-RECIBO THRU 2700-EXIT.
           ADD 1              TO WS-QTD-PAGOS.
           IF CIN-AUTONOMO
               ADD 1              TO WS-QTD-RPA
               ADD WS-VALOR-BRUTO TO WS-TOTAL-BRUTO-AUTONOMO
           ELSE
               ADD 1              TO WS-QTD-PRO-LABORE
               ADD WS-VALOR-BRUTO TO WS-TOTAL-BRUTO-SOCIO
           END-IF.
           ADD WS-VALOR-BRUTO TO WS-TOTAL-BRUTO.
           ADD WS-INSS        TO WS-TOTAL-INSS.
           ADD WS-IRRF        TO WS-TOTAL-IRRF.
           ADD WS-ISS         TO WS-TOTAL-ISS.
           ADD WS-LIQUIDO     TO WS-TOTAL-LIQUIDO.
           DISPLAY 'PAGCONTR: PAGAMENTO ' WS-SEQUENCIA ' GRAVADO'.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2200-DIGITAR-VALOR - descricao do servico (para o socio, em
      * branco assume PRO-LABORE) e o valor bruto.
      ******************************************************************
       2200-DIGITAR-VALOR.
           MOVE SPACES TO WS-ENT-DESCRICAO.
           MOVE 0 TO WS-ENT-VALOR.
           DISPLAY 'DESCRICAO...........: ' WITH NO ADVANCING.
           ACCEPT WS-ENT-DESCRICAO.
           IF WS-ENT-DESCRICAO = SPACES
               IF CIN-SOCIO
                   MOVE 'PRO-LABORE' TO WS-ENT-DESCRICAO
               ELSE
                   MOVE 'SERVICOS PRESTADOS' TO WS-ENT-DESCRICAO
               END-IF
           END-IF.
           DISPLAY 'VALOR BRUTO (EX.: 1500,00): ' WITH NO ADVANCING.
           ACCEPT WS-ENT-VALOR.
           MOVE WS-ENT-VALOR TO WS-VALOR-BRUTO.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-APURAR-ANTERIORES - soma os pagamentos ja gravados do
      * contribuinte na competencia (bruto, parte da base do INSS,
      * INSS e IRRF retidos) e devolve a ultima sequencia.
      ******************************************************************
       2300-APURAR-ANTERIORES.
           MOVE 0 TO WS-SEQUENCIA.
           MOVE 0 TO WS-BRUTO-ANTERIOR.
           MOVE 0 TO WS-BASE-INSS-ANTERIOR.
           MOVE 0 TO WS-INSS-ANTERIOR.
           MOVE 0 TO WS-IRRF-ANTERIOR.
           MOVE 'N' TO WS-FIM-PAGCONTR.
           MOVE CIN-CODIGO  TO PCI-CODIGO.
           MOVE WS-PARM-ANO TO PCI-ANO.
           MOVE WS-PARM-MES TO PCI-MES.
           MOVE 0           TO PCI-SEQUENCIA.
           START PAGCONTR-ARQ KEY IS NOT LESS THAN PCI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PAGCONTR
           END-START.
           IF NOT FIM-DO-PAGCONTR
               PERFORM 2390-LER-PROXIMO-PAGAMENTO THRU 2390-EXIT
           END-IF.
           PERFORM 2330-SOMAR-PAGAMENTO THRU 2330-EXIT
               UNTIL FIM-DO-PAGCONTR.
       2300-EXIT.
           EXIT.

       2330-SOMAR-PAGAMENTO.
           ADD PCI-VALOR-BRUTO TO WS-BRUTO-ANTERIOR.
           ADD PCI-BASE-INSS   TO WS-BASE-INSS-ANTERIOR.
           ADD PCI-INSS        TO WS-INSS-ANTERIOR.
           ADD PCI-IRRF        TO WS-IRRF-ANTERIOR.
           MOVE PCI-SEQUENCIA  TO WS-SEQUENCIA.
           PERFORM 2390-LER-PROXIMO-PAGAMENTO THRU 2390-EXIT.
       2330-EXIT.
           EXIT.

       2390-LER-PROXIMO-PAGAMENTO.
           READ PAGCONTR-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PAGCONTR
           END-READ.
           IF WS-PAGCONTR-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PAGCONTR
           END-IF.
           IF NOT FIM-DO-PAGCONTR
               AND (PCI-CODIGO NOT = CIN-CODIGO
                   OR PCI-ANO NOT = WS-PARM-ANO
                   OR PCI-MES NOT = WS-PARM-MES)
               MOVE 'S' TO WS-FIM-PAGCONTR
           END-IF.
       2390-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CALCULAR-RETENCOES - INSS de 11 por cento sobre a parte
      * do bruto que ainda cabe no teto do mes; IRRF pelas faixas
      * sobre a base somada do mes (brutos menos INSS, sem deducao de
      * dependentes), retido so o que passar do ja retido; ISS do
      * autonomo na aliquota do cadastro.
      ******************************************************************
       2400-CALCULAR-RETENCOES.
           COMPUTE WS-SALDO-TETO =
               WS-INSS-TETO - WS-BASE-INSS-ANTERIOR.
           IF WS-SALDO-TETO < 0
               MOVE 0 TO WS-SALDO-TETO
           END-IF.
           IF WS-VALOR-BRUTO > WS-SALDO-TETO
               MOVE WS-SALDO-TETO TO WS-BASE-INSS
           ELSE
               MOVE WS-VALOR-BRUTO TO WS-BASE-INSS
           END-IF.
           COMPUTE WS-INSS ROUNDED =
               WS-BASE-INSS * WS-ALIQUOTA-INSS-CI.
           COMPUTE WS-BASE-IRRF = WS-BRUTO-ANTERIOR + WS-VALOR-BRUTO
               - WS-INSS-ANTERIOR - WS-INSS.
           PERFORM 2430-CALCULAR-IRRF THRU 2430-EXIT.
           COMPUTE WS-IRRF = WS-IRRF-TOTAL - WS-IRRF-ANTERIOR.
           IF WS-IRRF < 0
               MOVE 0 TO WS-IRRF
           END-IF.
           MOVE 0 TO WS-ISS.
           IF CIN-AUTONOMO
               COMPUTE WS-ISS ROUNDED = WS-VALOR-BRUTO * CIN-ALIQ-ISS
           END-IF.
           COMPUTE WS-LIQUIDO =
               WS-VALOR-BRUTO - WS-INSS - WS-IRRF - WS-ISS.
       2400-EXIT.
           EXIT.

      * 2430-CALCULAR-IRRF - aliquota, deducao da faixa e IRRF do mes
      * sobre a WS-BASE-IRRF somada.
       2430-CALCULAR-IRRF.
           MOVE 'N' TO WS-ACHOU-FAIXA.
           PERFORM 2435-TESTAR-FAIXA-IRRF THRU 2435-EXIT
               VARYING WS-IDX-IRRF FROM 1 BY 1
               UNTIL WS-FAIXA-ENCONTRADA
                   OR WS-IDX-IRRF > WS-QTD-FAIXAS-IRRF.
           IF NOT WS-FAIXA-ENCONTRADA
               SET WS-IDX-IRRF TO WS-QTD-FAIXAS-IRRF
               MOVE WS-IRRF-ALIQ    (WS-IDX-IRRF) TO WS-ALIQUOTA-IRRF
               MOVE WS-IRRF-DEDUCAO (WS-IDX-IRRF) TO WS-DEDUCAO-IRRF
           END-IF.
           COMPUTE WS-IRRF-TOTAL ROUNDED =
               (WS-BASE-IRRF * WS-ALIQUOTA-IRRF) - WS-DEDUCAO-IRRF.
           IF WS-IRRF-TOTAL < 0
               MOVE 0 TO WS-IRRF-TOTAL
           END-IF.
       2430-EXIT.
           EXIT.

       2435-TESTAR-FAIXA-IRRF.
           IF WS-BASE-IRRF <= WS-IRRF-LIMITE (WS-IDX-IRRF)
               MOVE WS-IRRF-ALIQ    (WS-IDX-IRRF) TO WS-ALIQUOTA-IRRF
               MOVE WS-IRRF-DEDUCAO (WS-IDX-IRRF) TO WS-DEDUCAO-IRRF
               MOVE 'S' TO WS-ACHOU-FAIXA
           END-IF.
       2435-EXIT.
           EXIT.

      ******************************************************************
      * 2500-GRAVAR-HISTORICO - grava o pagamento no PAGCONTR com a
      * proxima sequencia do contribuinte na competencia. Sequencia ja
      * gravada (outra sessao no meio desta) nao e sobrescrita: o
      * pagamento nao e feito.
      ******************************************************************
       2500-GRAVAR-HISTORICO.
           MOVE SPACES             TO PCI-REGISTRO.
           MOVE CIN-CODIGO         TO PCI-CODIGO.
           MOVE WS-PARM-ANO        TO PCI-ANO.
           MOVE WS-PARM-MES        TO PCI-MES.
           MOVE WS-SEQUENCIA       TO PCI-SEQUENCIA.
           MOVE CIN-NOME           TO PCI-NOME.
           MOVE CIN-CPF            TO PCI-CPF.
           MOVE CIN-CATEGORIA      TO PCI-CATEGORIA.
           MOVE CIN-EMPRESA        TO PCI-EMPRESA.
           MOVE WS-ENT-DESCRICAO   TO PCI-DESCRICAO.
           MOVE WS-VALOR-BRUTO     TO PCI-VALOR-BRUTO.
           MOVE WS-BASE-INSS       TO PCI-BASE-INSS.
           MOVE WS-INSS            TO PCI-INSS.
           MOVE WS-BASE-IRRF       TO PCI-BASE-IRRF.
           MOVE WS-ALIQUOTA-IRRF   TO PCI-ALIQ-IRRF.
           MOVE WS-DEDUCAO-IRRF    TO PCI-DEDUCAO-IRRF.
           MOVE WS-IRRF            TO PCI-IRRF.
           IF CIN-AUTONOMO
               MOVE CIN-ALIQ-ISS   TO PCI-ALIQ-ISS
           ELSE
               MOVE 0              TO PCI-ALIQ-ISS
           END-IF.
           MOVE WS-ISS             TO PCI-ISS.
           MOVE WS-LIQUIDO         TO PCI-LIQUIDO.
           MOVE WS-DATA-SISTEMA    TO PCI-DATA-PAGAMENTO.
           MOVE SEG-USUARIO        TO PCI-USUARIO.
           WRITE PCI-REGISTRO
               INVALID KEY
                   DISPLAY 'PAGCONTR: PAGAMENTO ' WS-SEQUENCIA
                       ' DO CONTRIBUINTE ' CIN-CODIGO ' JA GRAVADO - '
                       'NAO PAGO'
           END-WRITE.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-GRAVAR-PAGAMENTO - credito do liquido no arquivo de
      * pagamento, com a conta do cadastro.
      ******************************************************************
       2600-GRAVAR-PAGAMENTO.
           MOVE CIN-BANCO   TO WS-BANCO-EXPORT.
           MOVE CIN-AGENCIA TO WS-AGENCIA-EXPORT.
           MOVE SPACES TO WS-CONTA-EXPORT.
           STRING CIN-CONTA    DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  CIN-CONTA-DV DELIMITED BY SIZE
                  INTO WS-CONTA-EXPORT
           END-STRING.
           MOVE WS-LIQUIDO TO WS-VALOR-EDITADO.
           MOVE SPACES TO PAG-LINHA.
           STRING CIN-CODIGO         DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  CIN-NOME           DELIMITED BY '  '
                  ','                DELIMITED BY SIZE
                  CIN-CATEGORIA      DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-VALOR-EDITADO   DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-BANCO-EXPORT    DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-AGENCIA-EXPORT  DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-CONTA-EXPORT    DELIMITED BY SIZE
                  INTO PAG-LINHA
           END-STRING.
           WRITE PAG-LINHA.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-IMPRIMIR-RECIBO - recibo do pagamento: RPA para o
      * autonomo, recibo de pro-labore para o socio, com a fonte
      * pagadora, o contribuinte (CPF completo - o recibo e dele), o
      * bruto, as retencoes, o liquido, a conta do credito e a linha
      * de assinatura.
      ******************************************************************
       2700-IMPRIMIR-RECIBO.
           IF CIN-AUTONOMO
               MOVE 'RECIBO DE PAGAMENTO A AUTONOMO - RPA'
                   TO REC1P-TITULO
           ELSE
               MOVE 'RECIBO DE RETIRADA DE PRO-LABORE'
                   TO REC1P-TITULO
           END-IF.
           MOVE CIN-CODIGO   TO REC1P-CODIGO.
           MOVE WS-PARM-ANO  TO REC1P-ANO.
           MOVE WS-PARM-MES  TO REC1P-MES.
           MOVE WS-SEQUENCIA TO REC1P-SEQUENCIA.
           MOVE REC1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-RAZAO-SOCIAL TO REC2P-RAZAO.
           MOVE WS-CNPJ         TO REC2P-CNPJ.
           MOVE REC2P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CIN-NOME TO REC3P-NOME.
           MOVE CIN-CPF  TO REC3P-CPF.
           MOVE CIN-NIT  TO REC3P-NIT.
           MOVE REC3P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-PARM-MES     TO REC4P-MES.
           MOVE WS-PARM-ANO     TO REC4P-ANO.
           MOVE WS-DATA-SISTEMA TO REC4P-DATA.
           MOVE REC4P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-ENT-DESCRICAO TO REC5P-DESCRICAO.
           MOVE REC5P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'VALOR BRUTO.........................:'
               TO REC6P-DESCRICAO.
           MOVE WS-VALOR-BRUTO TO REC6P-VALOR.
           MOVE REC6P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '(-) INSS 11% (CONTRIB. INDIVIDUAL)..:'
               TO REC6P-DESCRICAO.
           MOVE WS-INSS TO REC6P-VALOR.
           MOVE REC6P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '(-) IRRF............................:'
               TO REC6P-DESCRICAO.
           MOVE WS-IRRF TO REC6P-VALOR.
           MOVE REC6P TO REL-LINHA.
           WRITE REL-LINHA.
           IF CIN-AUTONOMO
               MOVE '(-) ISS.............................:'
                   TO REC6P-DESCRICAO
               MOVE WS-ISS TO REC6P-VALOR
               MOVE REC6P TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE 'VALOR LIQUIDO.......................:'
               TO REC6P-DESCRICAO.
           MOVE WS-LIQUIDO TO REC6P-VALOR.
           MOVE REC6P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CIN-BANCO    TO REC7P-BANCO.
           MOVE CIN-AGENCIA  TO REC7P-AGENCIA.
           MOVE CIN-CONTA    TO REC7P-CONTA.
           MOVE CIN-CONTA-DV TO REC7P-CONTA-DV.
           MOVE REC7P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'RECEBI A IMPORTANCIA LIQUIDA ACIMA, DANDO PLENA E '
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'GERAL QUITACAO.' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CIN-NOME TO REC8P-NOME.
           MOVE REC8P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONTABILIZAR - acrescenta ao lote CTBCTI-AAAAMM-Enn o
      * debito dos servicos de autonomos e do pro-labore, os creditos
      * de INSS, IRRF e ISS a recolher e do liquido a pagar, e o
      * registro de total do lote (debitos = creditos).
      ******************************************************************
       3000-CONTABILIZAR.
           IF WS-QTD-PAGOS = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-CTBCTI.
           STRING 'CTBCTI-'          DELIMITED BY SIZE
                  WS-PARM-ANO        DELIMITED BY SIZE
                  WS-PARM-MES        DELIMITED BY SIZE
                  WS-SUFIXO-EMPRESA  DELIMITED BY SPACE
                  INTO WS-NOME-CTBCTI
           END-STRING.
           OPEN EXTEND CTBCTI-ARQ.
           IF WS-CTBCTI-STATUS = '05' OR WS-CTBCTI-STATUS = '35'
               OPEN OUTPUT CTBCTI-ARQ
           END-IF.
           IF WS-CTBCTI-STATUS NOT = '00'
               DISPLAY 'PAGCONTR: ERRO AO ABRIR ' WS-NOME-CTBCTI
                   ' - STATUS ' WS-CTBCTI-STATUS
               DISPLAY 'PAGCONTR: PAGAMENTOS NAO CONTABILIZADOS'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-TOTAL-BRUTO-AUTONOMO NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'SERVICOS AUTONOMOS' TO CTB-CONTA
               MOVE WS-TOTAL-BRUTO-AUTONOMO TO CTB-VALOR
               MOVE 'RPA DE AUTONOMOS' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-BRUTO-SOCIO NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'PRO-LABORE' TO CTB-CONTA
               MOVE WS-TOTAL-BRUTO-SOCIO TO CTB-VALOR
               MOVE 'PRO-LABORE DOS SOCIOS' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-INSS NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'INSS A RECOLHER' TO CTB-CONTA
               MOVE WS-TOTAL-INSS TO CTB-VALOR
               MOVE 'INSS RETIDO RPA/PRO-LABORE' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-IRRF NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'IRRF A RECOLHER' TO CTB-CONTA
               MOVE WS-TOTAL-IRRF TO CTB-VALOR
               MOVE 'IRRF RETIDO RPA/PRO-LABORE' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-ISS NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'ISS A RECOLHER' TO CTB-CONTA
               MOVE WS-TOTAL-ISS TO CTB-VALOR
               MOVE 'ISS RETIDO RPA DE AUTONOMOS' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT.
           MOVE 'C' TO CTB-NATUREZA.
           MOVE 'HONORARIOS A PAGAR' TO CTB-CONTA.
           MOVE WS-TOTAL-LIQUIDO TO CTB-VALOR.
           MOVE 'LIQUIDO RPA/PRO-LABORE' TO CTB-HISTORICO.
           WRITE CTB-REGISTRO.
           PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT.
           MOVE 'T' TO CTB-TIPO.
           MOVE WS-TOTAL-BRUTO TO CTB-VALOR.
           MOVE 'TOTAL DO LOTE (DEB = CRED)' TO CTB-HISTORICO.
           WRITE CTB-REGISTRO.
           CLOSE CTBCTI-ARQ.
           DISPLAY 'PAGCONTR: LANCAMENTOS ACRESCENTADOS A '
               WS-NOME-CTBCTI.
       3000-EXIT.
           EXIT.

      * 3500-PREPARAR-LANCAMENTO - limpa o registro e preenche tipo,
      * competencia e empresa comuns, como o RELAT faz.
       3500-PREPARAR-LANCAMENTO.
           MOVE SPACES TO CTB-REGISTRO.
           MOVE 'L' TO CTB-TIPO.
           MOVE WS-PARM-ANO TO CTB-ANO.
           MOVE WS-PARM-MES TO CTB-MES.
           MOVE WS-PARM-EMPRESA TO CTB-EMPRESA.
           MOVE SPACES TO CTB-CENTRO-CUSTO.
           MOVE 0 TO CTB-VALOR.
           MOVE SPACES TO CTB-NATUREZA.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - imprime os totais da execucao e fecha os
      * arquivos.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT SEG-ACESSO-LIBERADO
               GO TO 9000-EXIT
           END-IF.
           IF WS-PAGTO-ABERTO
               CLOSE PAGTO-ARQ
               DISPLAY 'PAGCONTR: ARQUIVO DE PAGAMENTO GRAVADO EM '
                   WS-NOME-PAGTO
           END-IF.
           IF WS-RELATORIO-ABERTO
               PERFORM 9100-IMPRIMIR-TOTAIS THRU 9100-EXIT
               CLOSE RELATORIO-ARQ
               DISPLAY 'PAGCONTR: RECIBOS GRAVADOS EM '
                   WS-NOME-RELATORIO
           END-IF.
           IF WS-CONTRIB-ABERTO
               CLOSE CONTRIB-ARQ
           END-IF.
           IF WS-PAGCONTR-ABERTO
               CLOSE PAGCONTR-ARQ
           END-IF.
           DISPLAY 'PAGCONTR: ' WS-QTD-PAGOS ' PAGAMENTO(S) - '
               WS-QTD-RPA ' RPA, ' WS-QTD-PRO-LABORE ' PRO-LABORE'.
           MOVE WS-TOTAL-LIQUIDO TO WS-TOTAL-EDITADO.
           DISPLAY 'PAGCONTR: TOTAL LIQUIDO....: ' WS-TOTAL-EDITADO.
       9000-EXIT.
           EXIT.

      * 9100-IMPRIMIR-TOTAIS - totais da execucao, depois dos recibos.
       9100-IMPRIMIR-TOTAIS.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAIS DA EXECUCAO' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'BRUTO RPA DE AUTONOMOS..............:'
               TO TOT1P-DESCRICAO.
           MOVE WS-TOTAL-BRUTO-AUTONOMO TO TOT1P-VALOR.
           MOVE TOT1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'BRUTO PRO-LABORE DOS SOCIOS.........:'
               TO TOT1P-DESCRICAO.
           MOVE WS-TOTAL-BRUTO-SOCIO TO TOT1P-VALOR.
           MOVE TOT1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'INSS RETIDO.........................:'
               TO TOT1P-DESCRICAO.
           MOVE WS-TOTAL-INSS TO TOT1P-VALOR.
           MOVE TOT1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'IRRF RETIDO.........................:'
               TO TOT1P-DESCRICAO.
           MOVE WS-TOTAL-IRRF TO TOT1P-VALOR.
           MOVE TOT1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ISS RETIDO..........................:'
               TO TOT1P-DESCRICAO.
           MOVE WS-TOTAL-ISS TO TOT1P-VALOR.
           MOVE TOT1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'LIQUIDO PAGO........................:'
               TO TOT1P-DESCRICAO.
           MOVE WS-TOTAL-LIQUIDO TO TOT1P-VALOR.
           MOVE TOT1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.
