       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHACPL.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Folha complementar - pagamento fora do ciclo, numa
      *             competencia ja encerrada pelo FECHAMES, a quem
      *             ficou de fora do fechamento ou recebeu a menos
      *             (admissao tardia, comissao esquecida), sem esperar
      *             a competencia seguinte pelo MOVRUB. So supervisor,
      *             assinado na SEGURAN. Para a competencia e a empresa
      *             informadas, o operador digita as matriculas e, para
      *             cada uma, ate 5 rubricas de provento do RUBRICA com
      *             o valor. O INSS e o IRRF sao recalculados sobre a
      *             base mensal somada - a folha do FOLHAHIS (salario,
      *             ferias, adicional de risco e rubricas tributaveis
      *             do MOVRUB), os complementos anteriores do mes e
      *             este -, pelas faixas do TABFOLHA da competencia, e
      *             so a diferenca sobre o que ja foi retido e
      *             descontada. Funcionario sem folha na competencia
      *             entra com base anterior zerada e os dependentes do
      *             DEPEND. Cada complemento vai para o historico
      *             FOLHACPL com numero de sequencia (lido pelo
      *             HOLERITE e pelo INFORMEA), o liquido para o arquivo
      *             de pagamento PAGCPL-AAAAMM-Enn (layout CSV do
      *             EXPFOLHA), o FGTS de 8 por cento sobre a parte
      *             tributavel para o arquivo de depositos
      *             FGTSCPL-AAAAMM-Enn (layout do FGTSDEP) e a conta
      *             FGTSCTA (lancamento 'C'), e os lancamentos para o
      *             lote contabil CTBCPL-AAAAMM-Enn. Os arquivos gerados
      *             sao acrescidos a cada execucao. Pensao alimenticia
      *             nao e apurada sobre o complemento: a deducao do
      *             IRRF e a da folha do mes.
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
           SELECT FECHACTL-ARQ
               ASSIGN TO "FECHACTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCH-CHAVE
               FILE STATUS IS WS-FECHACTL-STATUS.

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

           SELECT FOLHAHIS-ARQ
               ASSIGN TO "FOLHAHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT FOLHACPL-ARQ
               ASSIGN TO "FOLHACPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHC-CHAVE
               FILE STATUS IS WS-FOLHACPL-STATUS.

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

           SELECT TABFOLHA-ARQ
               ASSIGN TO "TABFOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAB-CHAVE
               FILE STATUS IS WS-TABFOLHA-STATUS.

           SELECT DEPEND-ARQ
               ASSIGN TO "DEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPEND-STATUS.

           SELECT EMPCOMP-ARQ
               ASSIGN TO "EMPCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECP-MATRICULA
               FILE STATUS IS WS-EMPCOMP-STATUS.

           SELECT DEPTOS-ARQ
               ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

           SELECT FGTSCTA-ARQ
               ASSIGN TO "FGTSCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGC-CHAVE
               FILE STATUS IS WS-FGTSCTA-STATUS.

           SELECT PAGTO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-PAGTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGTO-STATUS.

           SELECT FGTSCPL-ARQ
               ASSIGN TO DYNAMIC WS-NOME-FGTSCPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGTSCPL-STATUS.

           SELECT CTBCPL-ARQ
               ASSIGN TO DYNAMIC WS-NOME-CTBCPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTBCPL-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FECHACTL-ARQ
           LABEL RECORD IS STANDARD.
           COPY FECHACTC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  FOLHAHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHAHC.

       FD  FOLHACPL-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHCPC.

       FD  RUBRICA-ARQ
           LABEL RECORD IS STANDARD.
           COPY RUBRICC.

       FD  MOVRUB-ARQ
           LABEL RECORD IS STANDARD.
           COPY MOVRUBC.

       FD  TABFOLHA-ARQ
           LABEL RECORD IS STANDARD.
           COPY TABFOLC.

       FD  DEPEND-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPENDC.

       FD  EMPCOMP-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPCOMPC.

       FD  DEPTOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPTOSC.

       FD  FGTSCTA-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSCTC.

      * PAGCPL - arquivo de pagamento do complemento, no mesmo layout
      * CSV do EXPFOLHA (matricula nas 6 primeiras posicoes).
       FD  PAGTO-ARQ
           LABEL RECORD IS STANDARD.
       01  PAG-LINHA                  PIC X(132).

      * FGTSCPL - depositos de FGTS sobre os complementos, no layout
      * do FGTSDEP, fechado com o trailer de quantidade e total de cada
      * execucao. Separado do FGTSDEP da competencia, que o RELAT recria
      * no fechamento oficial.
       FD  FGTSCPL-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSDEPC.

      * CTBCPL - lote contabil da folha complementar, separado do
      * FOLHACTB pelo mesmo motivo do CTB13 e do RESCCTB.
       FD  CTBCPL-ARQ
           LABEL RECORD IS STANDARD.
           COPY CTBLANC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-FECHACTL-STATUS      PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-EMPREG-OK            PIC X(01) VALUE 'N'.
               88 WS-EMPREG-ABERTO    VALUE 'S'.
           05 WS-FOLHAHIS-STATUS      PIC X(02) VALUE '00'.
           05 WS-FOLHAHIS-OK          PIC X(01) VALUE 'N'.
               88 WS-FOLHAHIS-DISPONIVEL VALUE 'S'.
           05 WS-FOLHACPL-STATUS      PIC X(02) VALUE '00'.
           05 WS-FOLHACPL-OK          PIC X(01) VALUE 'N'.
               88 WS-FOLHACPL-ABERTO  VALUE 'S'.
           05 WS-RUBRICA-STATUS       PIC X(02) VALUE '00'.
           05 WS-RUBRICA-OK           PIC X(01) VALUE 'N'.
               88 WS-RUBRICA-ABERTO   VALUE 'S'.
           05 WS-MOVRUB-STATUS        PIC X(02) VALUE '00'.
           05 WS-EVENTOS-OK           PIC X(01) VALUE 'N'.
               88 WS-EVENTOS-DISPONIVEIS VALUE 'S'.
           05 WS-TABFOLHA-STATUS      PIC X(02) VALUE '00'.
           05 WS-DEPEND-STATUS        PIC X(02) VALUE '00'.
           05 WS-DEPEND-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPEND-DISPONIVEL VALUE 'S'.
           05 WS-EMPCOMP-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPCOMP-OK           PIC X(01) VALUE 'N'.
               88 WS-EMPCOMP-DISPONIVEL VALUE 'S'.
           05 WS-DEPTOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-DEPTOS-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPTOS-DISPONIVEL VALUE 'S'.
           05 WS-FGTSCTA-STATUS       PIC X(02) VALUE '00'.
           05 WS-FGTSCTA-OK           PIC X(01) VALUE 'N'.
               88 WS-FGTSCTA-ABERTO   VALUE 'S'.
           05 WS-PAGTO-STATUS         PIC X(02) VALUE '00'.
           05 WS-PAGTO-OK             PIC X(01) VALUE 'N'.
               88 WS-PAGTO-ABERTO     VALUE 'S'.
           05 WS-FGTSCPL-STATUS       PIC X(02) VALUE '00'.
           05 WS-FGTSCPL-OK           PIC X(01) VALUE 'N'.
               88 WS-FGTSCPL-ABERTO   VALUE 'S'.
           05 WS-CTBCPL-STATUS        PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-RELATORIO-OK         PIC X(01) VALUE 'N'.
               88 WS-RELATORIO-ABERTO VALUE 'S'.
           05 WS-FIM-DIGITACAO        PIC X(01) VALUE 'N'.
               88 FIM-DA-DIGITACAO    VALUE 'S'.
           05 WS-FIM-RUBRICAS         PIC X(01) VALUE 'N'.
               88 FIM-DAS-RUBRICAS    VALUE 'S'.
           05 WS-FIM-MOVRUB           PIC X(01) VALUE 'N'.
               88 FIM-DO-MOVRUB       VALUE 'S'.
           05 WS-FIM-FOLHACPL         PIC X(01) VALUE 'N'.
               88 FIM-DO-FOLHACPL     VALUE 'S'.
           05 WS-FIM-DEPEND           PIC X(01) VALUE 'N'.
               88 FIM-DOS-DEPENDENTES VALUE 'S'.
           05 WS-FIM-TABELA           PIC X(01) VALUE 'N'.
               88 FIM-DA-TABELA       VALUE 'S'.
           05 WS-ACHOU-FAIXA          PIC X(01) VALUE 'N'.
               88 WS-FAIXA-ENCONTRADA VALUE 'S'.
           05 WS-TEM-FOLHA            PIC X(01) VALUE 'N'.
               88 WS-HA-FOLHA-NO-MES  VALUE 'S'.
           05 WS-RESPOSTA             PIC X(01) VALUE 'N'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 0.

       01  WS-CHAVE-CONTROLE.
           05 WS-CHV-EMPRESA          PIC 9(02) VALUE 0.
           05 WS-CHV-ANO              PIC 9(04) VALUE 0.
           05 WS-CHV-MES              PIC 9(02) VALUE 0.

       01  WS-COMP-AAAAMM             PIC 9(06) VALUE 0.

      * Aliquota do FGTS e deducao por dependente (conferir a cada ano,
      * como no RELAT e no PAGTO13).
       01  WS-ALIQUOTA-FGTS           PIC 9(01)V99 VALUE 0,08.
       01  WS-DEDUCAO-POR-DEPENDENTE  PIC 9(03)V99 VALUE 189,59.

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
           05 WS-ENT-MATRICULA        PIC 9(06) VALUE 0.
           05 WS-ENT-RUBRICA          PIC X(04) VALUE SPACES.
           05 WS-ENT-VALOR            PIC 9(07)V99 VALUE 0.

      * Rubricas digitadas para a matricula corrente.
       01  WS-TAB-RUBRICAS.
           05 WS-QTD-RUBRICAS         PIC 9(01) VALUE 0.
           05 WS-RUB-ITEM OCCURS 5 TIMES INDEXED BY WS-IDX-RUB.
               10 WS-RUB-CODIGO       PIC X(04).
               10 WS-RUB-VALOR        PIC S9(07)V99.

       01  WS-CALCULO-COMPLEMENTO.
           05 WS-DEPARTAMENTO         PIC X(04) VALUE SPACES.
           05 WS-SEQUENCIA            PIC 9(02) VALUE 0.
           05 WS-VALOR-COMPLEMENTO    PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-TRIBUTAVEL     PIC S9(07)V99 VALUE 0.
           05 WS-BASE-FOLHA           PIC S9(07)V99 VALUE 0.
           05 WS-TRIB-ANTERIOR        PIC S9(07)V99 VALUE 0.
           05 WS-INSS-ANTERIOR        PIC S9(07)V99 VALUE 0.
           05 WS-IRRF-ANTERIOR        PIC S9(07)V99 VALUE 0.
           05 WS-PENSAO-FOLHA         PIC S9(07)V99 VALUE 0.
           05 WS-QTD-DEPENDENTES      PIC 9(02) VALUE 0.
           05 WS-BASE-INSS            PIC S9(07)V99 VALUE 0.
           05 WS-ALIQUOTA-INSS        PIC 9(01)V999 VALUE 0.
           05 WS-INSS-TOTAL           PIC S9(07)V99 VALUE 0.
           05 WS-INSS                 PIC S9(07)V99 VALUE 0.
           05 WS-BASE-IRRF            PIC S9(07)V99 VALUE 0.
           05 WS-ALIQUOTA-IRRF        PIC 9(01)V999 VALUE 0.
           05 WS-DEDUCAO-IRRF         PIC 9(05)V99 VALUE 0.
           05 WS-IRRF-TOTAL           PIC S9(07)V99 VALUE 0.
           05 WS-IRRF                 PIC S9(07)V99 VALUE 0.
           05 WS-LIQUIDO              PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-FGTS           PIC S9(07)V99 VALUE 0.

           COPY SEGLINKC.

      * Acumulado por departamento para o lote contabil: bruto dos
      * complementos e FGTS.
       01  WS-TAB-DEPTOS.
           05 WS-QTD-DEPTOS           PIC 9(02) COMP VALUE 0.
           05 WS-DEPTO-ITEM OCCURS 50 TIMES INDEXED BY WS-IDX-DEPTO.
               10 WS-DEPTO-COD        PIC X(04).
               10 WS-DEPTO-BRUTO      PIC S9(09)V99.
               10 WS-DEPTO-FGTS       PIC S9(09)V99.

       01  WS-CENTRO-CUSTO            PIC X(08) VALUE SPACES.

       01  WS-TOTAIS.
           05 WS-TOTAL-COMPLEMENTO    PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-TRIBUTAVEL     PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-INSS           PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-IRRF           PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-LIQUIDO        PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-FGTS           PIC S9(09)V99 VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-PAGOS            PIC 9(05) VALUE 0.
           05 WS-QTD-DEPOSITOS-FGTS   PIC 9(06) VALUE 0.

       01  WS-DADOS-BANCARIOS.
           05 WS-BANCO-EXPORT         PIC X(03) VALUE SPACES.
           05 WS-AGENCIA-EXPORT       PIC X(05) VALUE SPACES.
           05 WS-CONTA-EXPORT         PIC X(12) VALUE SPACES.
           05 WS-CPF-FUNCIONARIO      PIC 9(11) VALUE 0.

       01  WS-VALOR-EDITADO           PIC -Z.ZZZ.ZZ9,99.
       01  WS-TOTAL-EDITADO           PIC -Z.ZZZ.ZZZ9,99.

       01  WS-SUFIXO-EMPRESA          PIC X(04) VALUE SPACES.
       01  WS-NOME-PAGTO              PIC X(17) VALUE SPACES.
       01  WS-NOME-FGTSCPL            PIC X(18) VALUE SPACES.
       01  WS-NOME-CTBCPL             PIC X(17) VALUE SPACES.
       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

       01  CAB1C.
           05 FILLER       PIC X(120) VALUE ALL '-'.

       01  CAB2C.
           05 FILLER       PIC X(33) VALUE
               'FOLHA COMPLEMENTAR - COMPETENCIA '.
           05 CAB2C-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2C-ANO    PIC 9999.
           05 FILLER       PIC X(11) VALUE ' - EMPRESA '.
           05 CAB2C-EMPRESA PIC 99.

       01  CAB3C.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(09) VALUE 'MATRIC.'.
           05 FILLER       PIC X(22) VALUE 'NOME'.
           05 FILLER       PIC X(04) VALUE 'SEQ'.
           05 FILLER       PIC X(14) VALUE '   COMPLEMENTO'.
           05 FILLER       PIC X(14) VALUE '    TRIBUTAVEL'.
           05 FILLER       PIC X(14) VALUE '          INSS'.
           05 FILLER       PIC X(14) VALUE '          IRRF'.
           05 FILLER       PIC X(14) VALUE '       LIQUIDO'.
           05 FILLER       PIC X(14) VALUE '          FGTS'.

       01  DET1C.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1C-MATRICULA PIC 9(06).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1C-NOME   PIC X(20).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1C-SEQUENCIA PIC Z9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-COMPLEMENTO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-TRIBUTAVEL PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-INSS   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-IRRF   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-LIQUIDO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-FGTS   PIC -Z.ZZZ.ZZ9,99.

       01  TOT1C.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(35) VALUE 'TOTAL GERAL'.
           05 TOT1C-COMPLEMENTO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1C-TRIBUTAVEL PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1C-INSS   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1C-IRRF   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1C-LIQUIDO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1C-FGTS   PIC -Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LANCAR-COMPLEMENTO THRU 2000-EXIT
               UNTIL FIM-DA-DIGITACAO.
           PERFORM 3000-CONTABILIZAR THRU 3000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - exige assinatura de supervisor (dinheiro sai
      * pelo arquivo gerado), le a competencia e a empresa, confere que
      * a competencia esta encerrada, carrega as tabelas de impostos e
      * abre os arquivos.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'FOLHACPL' TO SEG-PROGRAMA.
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
               DISPLAY 'FOLHACPL: MES INVALIDO - ' WS-PARM-MES
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           COMPUTE WS-COMP-AAAAMM = WS-PARM-ANO * 100 + WS-PARM-MES.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           PERFORM 1050-CONFERIR-FECHAMENTO THRU 1050-EXIT.
           IF FIM-DA-DIGITACAO
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-CARREGAR-TABELAS THRU 1100-EXIT.
           IF FIM-DA-DIGITACAO
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'FOLHACPL: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-EMPREG-OK.
           OPEN INPUT RUBRICA-ARQ.
           IF WS-RUBRICA-STATUS NOT = '00'
               DISPLAY 'FOLHACPL: MESTRE DE RUBRICAS (RUBRICA) '
                   'INDISPONIVEL - STATUS ' WS-RUBRICA-STATUS
               DISPLAY 'FOLHACPL: CADASTRE AS RUBRICAS NO CADRUB'
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-RUBRICA-OK.
           OPEN I-O FOLHACPL-ARQ.
           IF WS-FOLHACPL-STATUS = '35'
               OPEN OUTPUT FOLHACPL-ARQ
               CLOSE FOLHACPL-ARQ
               OPEN I-O FOLHACPL-ARQ
           END-IF.
           IF WS-FOLHACPL-STATUS NOT = '00'
               DISPLAY 'FOLHACPL: ERRO AO ABRIR FOLHACPL - STATUS '
                   WS-FOLHACPL-STATUS
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-FOLHACPL-OK.
           PERFORM 1200-ABRIR-CONSULTAS THRU 1200-EXIT.
           PERFORM 1300-ABRIR-SAIDAS THRU 1300-EXIT.
           IF FIM-DA-DIGITACAO
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-MES     TO CAB2C-MES.
           MOVE WS-PARM-ANO     TO CAB2C-ANO.
           MOVE WS-PARM-EMPRESA TO CAB2C-EMPRESA.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3C TO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-CONFERIR-FECHAMENTO - so ha folha complementar sobre
      * competencia encerrada no FECHACTL: em fechamento ou reaberta,
      * a diferenca entra pelo MOVRUB no proprio fechamento.
      ******************************************************************
       1050-CONFERIR-FECHAMENTO.
           OPEN INPUT FECHACTL-ARQ.
           IF WS-FECHACTL-STATUS NOT = '00'
               DISPLAY 'FOLHACPL: ERRO AO ABRIR FECHACTL - STATUS '
                   WS-FECHACTL-STATUS
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1050-EXIT
           END-IF.
           MOVE WS-PARM-EMPRESA TO WS-CHV-EMPRESA.
           MOVE WS-PARM-ANO     TO WS-CHV-ANO.
           MOVE WS-PARM-MES     TO WS-CHV-MES.
           MOVE WS-CHAVE-CONTROLE TO FCH-CHAVE.
           READ FECHACTL-ARQ
               INVALID KEY
                   MOVE SPACES TO FCH-SITUACAO
           END-READ.
           CLOSE FECHACTL-ARQ.
           IF NOT FCH-ENCERRADA
               DISPLAY 'FOLHACPL: COMPETENCIA ' WS-PARM-MES '/'
                   WS-PARM-ANO ' DA EMPRESA ' WS-PARM-EMPRESA
                   ' NAO ESTA ENCERRADA'
               DISPLAY 'FOLHACPL: LANCE A DIFERENCA NO MOVRUB E RODE '
                   'O FECHAMENTO'
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 8 TO RETURN-CODE
           END-IF.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGAR-TABELAS - faixas de INSS e IRRF vigentes na
      * competencia, como o RELAT carrega. Sem tabela completa nada e
      * pago.
      ******************************************************************
       1100-CARREGAR-TABELAS.
           MOVE 0 TO WS-QTD-FAIXAS-INSS.
           MOVE 0 TO WS-QTD-FAIXAS-IRRF.
           OPEN INPUT TABFOLHA-ARQ.
           IF WS-TABFOLHA-STATUS NOT = '00'
               DISPLAY 'FOLHACPL: ARQUIVO DE PARAMETROS TABFOLHA '
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
               DISPLAY 'FOLHACPL: SEM TABELA DE INSS/IRRF VIGENTE PARA '
                   'A COMPETENCIA ' WS-COMP-AAAAMM
               DISPLAY 'FOLHACPL: CADASTRE AS FAIXAS NO CADTABF'
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
           END-IF.
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
      * 1200-ABRIR-CONSULTAS - arquivos opcionais: sem FOLHAHIS todos
      * entram com base anterior zerada (com aviso); sem MOVRUB, a base
      * da folha sai sem as rubricas tributaveis do mes; sem DEPEND,
      * sem deducao de dependentes para quem nao tem folha; sem
      * EMPCOMP, pagamento sem dados bancarios e FGTS com CPF zerado;
      * sem DEPTOS, lancamentos sem centro de custo. FGTSCTA e criado
      * se faltar.
      ******************************************************************
       1200-ABRIR-CONSULTAS.
           OPEN INPUT FOLHAHIS-ARQ.
           IF WS-FOLHAHIS-STATUS = '00'
               MOVE 'S' TO WS-FOLHAHIS-OK
           ELSE
               DISPLAY 'FOLHACPL: FOLHAHIS INDISPONIVEL - STATUS '
                   WS-FOLHAHIS-STATUS ' - IMPOSTOS SEM A FOLHA DO MES'
           END-IF.
           OPEN INPUT MOVRUB-ARQ.
           IF WS-MOVRUB-STATUS = '00'
               MOVE 'S' TO WS-EVENTOS-OK
           END-IF.
           OPEN INPUT DEPEND-ARQ.
           IF WS-DEPEND-STATUS = '00'
               MOVE 'S' TO WS-DEPEND-OK
           END-IF.
           OPEN INPUT EMPCOMP-ARQ.
           IF WS-EMPCOMP-STATUS = '00'
               MOVE 'S' TO WS-EMPCOMP-OK
           ELSE
               DISPLAY 'FOLHACPL: EMPCOMP INDISPONIVEL - ARQUIVO SAI '
                   'SEM DADOS BANCARIOS'
           END-IF.
           OPEN INPUT DEPTOS-ARQ.
           IF WS-DEPTOS-STATUS = '00'
               MOVE 'S' TO WS-DEPTOS-OK
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
               DISPLAY 'FOLHACPL: ERRO AO ABRIR FGTSCTA - STATUS '
                   WS-FGTSCTA-STATUS
               DISPLAY 'FOLHACPL: CONTA DE FGTS POR FUNCIONARIO NAO '
                   'SERA ATUALIZADA'
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-ABRIR-SAIDAS - arquivo de pagamento PAGCPL-AAAAMM-Enn e
      * de depositos FGTSCPL-AAAAMM-Enn, acrescidos a cada execucao, e
      * o arquivo de impressao datado FOLHACPL-AAAAMMDD-HHMM. Sem
      * arquivo de pagamento nada e pago.
      ******************************************************************
       1300-ABRIR-SAIDAS.
           MOVE SPACES TO WS-SUFIXO-EMPRESA.
           STRING '-E'             DELIMITED BY SIZE
                  WS-PARM-EMPRESA  DELIMITED BY SIZE
                  INTO WS-SUFIXO-EMPRESA
           END-STRING.
           MOVE SPACES TO WS-NOME-PAGTO.
           STRING 'PAGCPL-'          DELIMITED BY SIZE
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
                   STRING 'MATRICULA,NOME,DEPARTAMENTO,'
                              DELIMITED BY SIZE
                          'COMPLEMENTO,BANCO,AGENCIA,CONTA'
                              DELIMITED BY SIZE
                          INTO PAG-LINHA
                   END-STRING
                   WRITE PAG-LINHA
               END-IF
           END-IF.
           IF WS-PAGTO-STATUS NOT = '00'
               DISPLAY 'FOLHACPL: ERRO AO ABRIR ' WS-NOME-PAGTO
                   ' - STATUS ' WS-PAGTO-STATUS
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF.
           MOVE 'S' TO WS-PAGTO-OK.
           MOVE SPACES TO WS-NOME-FGTSCPL.
           STRING 'FGTSCPL-'         DELIMITED BY SIZE
                  WS-PARM-ANO        DELIMITED BY SIZE
                  WS-PARM-MES        DELIMITED BY SIZE
                  WS-SUFIXO-EMPRESA  DELIMITED BY SPACE
                  INTO WS-NOME-FGTSCPL
           END-STRING.
           OPEN EXTEND FGTSCPL-ARQ.
           IF WS-FGTSCPL-STATUS = '05' OR WS-FGTSCPL-STATUS = '35'
               OPEN OUTPUT FGTSCPL-ARQ
           END-IF.
           IF WS-FGTSCPL-STATUS = '00'
               MOVE 'S' TO WS-FGTSCPL-OK
           ELSE
               DISPLAY 'FOLHACPL: ERRO AO ABRIR ' WS-NOME-FGTSCPL
                   ' - STATUS ' WS-FGTSCPL-STATUS
               DISPLAY 'FOLHACPL: ARQUIVO DE DEPOSITOS DE FGTS NAO '
                   'SERA GERADO'
           END-IF.
           STRING 'FOLHACPL-'          DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'FOLHACPL: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-FIM-DIGITACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF.
           MOVE 'S' TO WS-RELATORIO-OK.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LANCAR-COMPLEMENTO - le a matricula (0 encerra), as
      * rubricas do complemento, calcula os impostos sobre a base
      * somada do mes e, confirmado, paga e grava o complemento.
      ******************************************************************
       2000-LANCAR-COMPLEMENTO.
           DISPLAY ' '.
           DISPLAY 'MATRICULA (0 = FIM).: ' WITH NO ADVANCING.
           ACCEPT WS-ENT-MATRICULA.
           IF WS-ENT-MATRICULA = 0
               MOVE 'S' TO WS-FIM-DIGITACAO
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-ENT-MATRICULA TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   DISPLAY 'FOLHACPL: FUNCIONARIO NAO ENCONTRADO'
                   GO TO 2000-EXIT
           END-READ.
           IF EMP-EMPRESA NOT = WS-PARM-EMPRESA
               DISPLAY 'FOLHACPL: MATRICULA DA EMPRESA ' EMP-EMPRESA
                   ' - FORA DESTA FOLHA COMPLEMENTAR'
               GO TO 2000-EXIT
           END-IF.
           DISPLAY 'FUNCIONARIO.........: ' EMP-NOME.
           PERFORM 2100-BUSCAR-FOLHA THRU 2100-EXIT.
           PERFORM 2200-DIGITAR-RUBRICAS THRU 2200-EXIT.
           IF WS-VALOR-COMPLEMENTO NOT > 0
               DISPLAY 'FOLHACPL: NENHUMA RUBRICA LANCADA - MATRICULA '
                   'IGNORADA'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-APURAR-ANTERIORES THRU 2300-EXIT.
           IF WS-SEQUENCIA > 98
               DISPLAY 'FOLHACPL: MATRICULA JA TEM 99 COMPLEMENTOS NA '
                   'COMPETENCIA - LANCE NA PROXIMA'
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-SEQUENCIA.
           PERFORM 2400-CALCULAR-IMPOSTOS THRU 2400-EXIT.
           IF WS-LIQUIDO NOT > 0
               DISPLAY 'FOLHACPL: COMPLEMENTO NAO COBRE A DIFERENCA DE '
                   'INSS E IRRF - LANCE NA PROXIMA COMPETENCIA'
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-VALOR-COMPLEMENTO TO WS-VALOR-EDITADO.
           DISPLAY 'COMPLEMENTO.........: ' WS-VALOR-EDITADO.
           MOVE WS-INSS TO WS-VALOR-EDITADO.
           DISPLAY 'DIFERENCA DE INSS...: ' WS-VALOR-EDITADO.
           MOVE WS-IRRF TO WS-VALOR-EDITADO.
           DISPLAY 'DIFERENCA DE IRRF...: ' WS-VALOR-EDITADO.
           MOVE WS-LIQUIDO TO WS-VALOR-EDITADO.
           DISPLAY 'LIQUIDO A PAGAR.....: ' WS-VALOR-EDITADO.
           DISPLAY 'CONFIRMA O PAGAMENTO (S/N)? ' WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
               DISPLAY 'FOLHACPL: COMPLEMENTO DESCARTADO'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2500-GRAVAR-HISTORICO THRU 2500-EXIT.
           IF WS-FOLHACPL-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2600-GRAVAR-PAGAMENTO THRU 2600-EXIT.
           PERFORM 2700-GRAVAR-FGTS THRU 2700-EXIT.
           PERFORM 2800-ACUMULAR-DEPARTAMENTO THRU 2800-EXIT.
           MOVE EMP-MATRICULA        TO DET1C-MATRICULA.
           MOVE EMP-NOME             TO DET1C-NOME.
           MOVE WS-SEQUENCIA         TO DET1C-SEQUENCIA.
           MOVE WS-VALOR-COMPLEMENTO TO DET1C-COMPLEMENTO.
           MOVE WS-VALOR-TRIBUTAVEL  TO DET1C-TRIBUTAVEL.
           MOVE WS-INSS              TO DET1C-INSS.
           MOVE WS-IRRF              TO DET1C-IRRF.
           MOVE WS-LIQUIDO           TO DET1C-LIQUIDO.
           MOVE WS-VALOR-FGTS        TO DET1C-FGTS.
           MOVE DET1C TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1                    TO WS-QTD-PAGOS.
           ADD WS-VALOR-COMPLEMENTO TO WS-TOTAL-COMPLEMENTO.
           ADD WS-VALOR-TRIBUTAVEL  TO WS-TOTAL-TRIBUTAVEL.
           ADD WS-INSS              TO WS-TOTAL-INSS.
           ADD WS-IRRF              TO WS-TOTAL-IRRF.
           ADD WS-LIQUIDO           TO WS-TOTAL-LIQUIDO.
           ADD WS-VALOR-FGTS        TO WS-TOTAL-FGTS.
           DISPLAY 'FOLHACPL: COMPLEMENTO ' WS-SEQUENCIA ' GRAVADO'.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-BUSCAR-FOLHA - le a folha da matricula na competencia. O
      * departamento do complemento e o da folha; sem folha (admitido
      * depois do fechamento, ou deixado de fora), o do cadastro.
      ******************************************************************
       2100-BUSCAR-FOLHA.
           MOVE 'N' TO WS-TEM-FOLHA.
           MOVE EMP-DEPARTAMENTO TO WS-DEPARTAMENTO.
           IF NOT WS-FOLHAHIS-DISPONIVEL
               GO TO 2100-EXIT
           END-IF.
           MOVE EMP-MATRICULA TO FH-MATRICULA.
           MOVE WS-PARM-ANO   TO FH-ANO.
           MOVE WS-PARM-MES   TO FH-MES.
           READ FOLHAHIS-ARQ
               INVALID KEY
                   DISPLAY 'FOLHACPL: SEM FOLHA NA COMPETENCIA - '
                       'COMPLEMENTO SOBRE BASE ZERADA'
                   GO TO 2100-EXIT
           END-READ.
           MOVE 'S' TO WS-TEM-FOLHA.
           MOVE FH-DEPARTAMENTO TO WS-DEPARTAMENTO.
           MOVE FH-LIQUIDO TO WS-VALOR-EDITADO.
           DISPLAY 'LIQUIDO DA FOLHA....: ' WS-VALOR-EDITADO.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-DIGITAR-RUBRICAS - ate 5 rubricas de provento do RUBRICA
      * (branco encerra), com o valor; a tributavel entra na base de
      * INSS/IRRF e do FGTS.
      ******************************************************************
       2200-DIGITAR-RUBRICAS.
           MOVE 0 TO WS-QTD-RUBRICAS.
           MOVE 0 TO WS-VALOR-COMPLEMENTO.
           MOVE 0 TO WS-VALOR-TRIBUTAVEL.
           MOVE 'N' TO WS-FIM-RUBRICAS.
           PERFORM 2210-DIGITAR-RUBRICA THRU 2210-EXIT
               UNTIL FIM-DAS-RUBRICAS.
       2200-EXIT.
           EXIT.

       2210-DIGITAR-RUBRICA.
           IF WS-QTD-RUBRICAS >= 5
               DISPLAY 'FOLHACPL: LIMITE DE 5 RUBRICAS POR COMPLEMENTO'
               MOVE 'S' TO WS-FIM-RUBRICAS
               GO TO 2210-EXIT
           END-IF.
           MOVE SPACES TO WS-ENT-RUBRICA.
           DISPLAY 'RUBRICA (BRANCO = FIM): ' WITH NO ADVANCING.
           ACCEPT WS-ENT-RUBRICA.
           IF WS-ENT-RUBRICA = SPACES
               MOVE 'S' TO WS-FIM-RUBRICAS
               GO TO 2210-EXIT
           END-IF.
           MOVE WS-ENT-RUBRICA TO RUB-CODIGO.
           READ RUBRICA-ARQ
               INVALID KEY
                   DISPLAY 'FOLHACPL: RUBRICA NAO CADASTRADA NO CADRUB'
                   GO TO 2210-EXIT
           END-READ.
           IF NOT RUB-PROVENTO
               DISPLAY 'FOLHACPL: RUBRICA DE DESCONTO - A FOLHA '
                   'COMPLEMENTAR SO PAGA PROVENTOS'
               GO TO 2210-EXIT
           END-IF.
           DISPLAY 'RUBRICA: ' RUB-DESCRICAO ' (TRIBUTAVEL: '
               RUB-TRIBUTAVEL ')'.
           DISPLAY 'VALOR (EX.: 150,00).: ' WITH NO ADVANCING.
           ACCEPT WS-ENT-VALOR.
           IF WS-ENT-VALOR = 0
               DISPLAY 'FOLHACPL: VALOR ZERADO - RUBRICA REJEITADA'
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WS-QTD-RUBRICAS.
           SET WS-IDX-RUB TO WS-QTD-RUBRICAS.
           MOVE WS-ENT-RUBRICA TO WS-RUB-CODIGO (WS-IDX-RUB).
           MOVE WS-ENT-VALOR   TO WS-RUB-VALOR (WS-IDX-RUB).
           ADD WS-ENT-VALOR TO WS-VALOR-COMPLEMENTO.
           IF RUB-TRIBUTADA
               ADD WS-ENT-VALOR TO WS-VALOR-TRIBUTAVEL
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-APURAR-ANTERIORES - o que ja foi pago e retido no mes: a
      * base de INSS da folha (salario, ferias + 1/3, adicional de
      * risco e rubricas tributaveis do MOVRUB, como o RELAT soma), o
      * INSS e o IRRF retidos, os dependentes e a pensao da folha; e,
      * dos complementos anteriores do FOLHACPL, a parte tributavel e
      * os impostos retidos, com a ultima sequencia usada.
      ******************************************************************
       2300-APURAR-ANTERIORES.
           MOVE 0 TO WS-BASE-FOLHA.
           MOVE 0 TO WS-TRIB-ANTERIOR.
           MOVE 0 TO WS-INSS-ANTERIOR.
           MOVE 0 TO WS-IRRF-ANTERIOR.
           MOVE 0 TO WS-PENSAO-FOLHA.
           MOVE 0 TO WS-SEQUENCIA.
           IF WS-HA-FOLHA-NO-MES
               COMPUTE WS-BASE-FOLHA = FH-SALARIO + FH-VALOR-FERIAS
               IF FH-VALOR-ADIC-RISCO IS NUMERIC
                   ADD FH-VALOR-ADIC-RISCO TO WS-BASE-FOLHA
               END-IF
               IF FH-VALOR-PENSAO IS NUMERIC
                   MOVE FH-VALOR-PENSAO TO WS-PENSAO-FOLHA
               END-IF
               MOVE FH-INSS            TO WS-INSS-ANTERIOR
               MOVE FH-IRRF            TO WS-IRRF-ANTERIOR
               MOVE FH-QTD-DEPENDENTES TO WS-QTD-DEPENDENTES
               PERFORM 2310-SOMAR-EVENTOS-FOLHA THRU 2310-EXIT
           ELSE
               PERFORM 2320-CONTAR-DEPENDENTES THRU 2320-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-FOLHACPL.
           MOVE EMP-MATRICULA TO FHC-MATRICULA.
           MOVE WS-PARM-ANO   TO FHC-ANO.
           MOVE WS-PARM-MES   TO FHC-MES.
           MOVE 0             TO FHC-SEQUENCIA.
           START FOLHACPL-ARQ KEY IS NOT LESS THAN FHC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-FOLHACPL
           END-START.
           IF NOT FIM-DO-FOLHACPL
               PERFORM 2390-LER-PROXIMO-COMPLEMENTO THRU 2390-EXIT
           END-IF.
           PERFORM 2330-SOMAR-COMPLEMENTO THRU 2330-EXIT
               UNTIL FIM-DO-FOLHACPL.
       2300-EXIT.
           EXIT.

      * 2310-SOMAR-EVENTOS-FOLHA - rubricas de provento tributaveis
      * lancadas no MOVRUB para a competencia, que o RELAT somou na
      * base de INSS.
       2310-SOMAR-EVENTOS-FOLHA.
           IF NOT WS-EVENTOS-DISPONIVEIS
               GO TO 2310-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-MOVRUB.
           MOVE EMP-MATRICULA TO MRB-MATRICULA.
           MOVE WS-PARM-ANO   TO MRB-ANO.
           MOVE WS-PARM-MES   TO MRB-MES.
           MOVE LOW-VALUES    TO MRB-RUBRICA.
           START MOVRUB-ARQ KEY IS NOT LESS THAN MRB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-MOVRUB
           END-START.
           IF NOT FIM-DO-MOVRUB
               PERFORM 2395-LER-PROXIMA-RUBRICA THRU 2395-EXIT
           END-IF.
           PERFORM 2315-SOMAR-RUBRICA THRU 2315-EXIT
               UNTIL FIM-DO-MOVRUB.
       2310-EXIT.
           EXIT.

       2315-SOMAR-RUBRICA.
           MOVE MRB-RUBRICA TO RUB-CODIGO.
           READ RUBRICA-ARQ
               INVALID KEY
                   GO TO 2315-LER
           END-READ.
           IF RUB-PROVENTO AND RUB-TRIBUTADA
               ADD MRB-VALOR TO WS-BASE-FOLHA
           END-IF.
       2315-LER.
           PERFORM 2395-LER-PROXIMA-RUBRICA THRU 2395-EXIT.
       2315-EXIT.
           EXIT.

      * 2320-CONTAR-DEPENDENTES - sem folha no mes, todos os
      * dependentes do DEPEND reduzem a base do IRRF, como no RELAT.
       2320-CONTAR-DEPENDENTES.
           MOVE 0 TO WS-QTD-DEPENDENTES.
           IF NOT WS-DEPEND-DISPONIVEL
               GO TO 2320-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-DEPEND.
           MOVE EMP-MATRICULA TO DPD-MATRICULA.
           MOVE 0 TO DPD-SEQUENCIA.
           START DEPEND-ARQ KEY IS NOT LESS THAN DPD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-DEPEND
           END-START.
           IF NOT FIM-DOS-DEPENDENTES
               PERFORM 2398-LER-PROXIMO-DEPENDENTE THRU 2398-EXIT
           END-IF.
           PERFORM 2325-SOMAR-DEPENDENTE THRU 2325-EXIT
               UNTIL FIM-DOS-DEPENDENTES.
       2320-EXIT.
           EXIT.

       2325-SOMAR-DEPENDENTE.
           ADD 1 TO WS-QTD-DEPENDENTES.
           PERFORM 2398-LER-PROXIMO-DEPENDENTE THRU 2398-EXIT.
       2325-EXIT.
           EXIT.

       2330-SOMAR-COMPLEMENTO.
           ADD FHC-VALOR-TRIBUTAVEL TO WS-TRIB-ANTERIOR.
           ADD FHC-INSS             TO WS-INSS-ANTERIOR.
           ADD FHC-IRRF             TO WS-IRRF-ANTERIOR.
           MOVE FHC-SEQUENCIA       TO WS-SEQUENCIA.
           PERFORM 2390-LER-PROXIMO-COMPLEMENTO THRU 2390-EXIT.
       2330-EXIT.
           EXIT.

       2390-LER-PROXIMO-COMPLEMENTO.
           READ FOLHACPL-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-FOLHACPL
           END-READ.
           IF WS-FOLHACPL-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-FOLHACPL
           END-IF.
           IF NOT FIM-DO-FOLHACPL
               AND (FHC-MATRICULA NOT = EMP-MATRICULA
                   OR FHC-ANO NOT = WS-PARM-ANO
                   OR FHC-MES NOT = WS-PARM-MES)
               MOVE 'S' TO WS-FIM-FOLHACPL
           END-IF.
       2390-EXIT.
           EXIT.

       2395-LER-PROXIMA-RUBRICA.
           READ MOVRUB-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MOVRUB
           END-READ.
           IF WS-MOVRUB-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-MOVRUB
           END-IF.
           IF NOT FIM-DO-MOVRUB
               AND (MRB-MATRICULA NOT = EMP-MATRICULA
                   OR MRB-ANO NOT = WS-PARM-ANO
                   OR MRB-MES NOT = WS-PARM-MES)
               MOVE 'S' TO WS-FIM-MOVRUB
           END-IF.
       2395-EXIT.
           EXIT.

       2398-LER-PROXIMO-DEPENDENTE.
           READ DEPEND-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-DEPEND
           END-READ.
           IF WS-DEPEND-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-DEPEND
           END-IF.
           IF NOT FIM-DOS-DEPENDENTES
               AND DPD-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-DEPEND
           END-IF.
       2398-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CALCULAR-IMPOSTOS - INSS e IRRF sobre a base somada do
      * mes (folha, complementos anteriores e este), pelas mesmas
      * regras do RELAT (aliquota da faixa alcancada sobre a base
      * inteira; IRRF sobre a base menos INSS, dependentes e pensao);
      * retido neste complemento so o que passar do ja retido. FGTS
      * de 8 por cento sobre a parte tributavel do complemento.
      ******************************************************************
       2400-CALCULAR-IMPOSTOS.
           COMPUTE WS-BASE-INSS = WS-BASE-FOLHA + WS-TRIB-ANTERIOR
               + WS-VALOR-TRIBUTAVEL.
           MOVE 'N' TO WS-ACHOU-FAIXA.
           PERFORM 2410-TESTAR-FAIXA-INSS THRU 2410-EXIT
               VARYING WS-IDX-INSS FROM 1 BY 1
               UNTIL WS-FAIXA-ENCONTRADA
                   OR WS-IDX-INSS > WS-QTD-FAIXAS-INSS.
           IF NOT WS-FAIXA-ENCONTRADA
               SET WS-IDX-INSS TO WS-QTD-FAIXAS-INSS
               MOVE WS-INSS-ALIQ (WS-IDX-INSS) TO WS-ALIQUOTA-INSS
           END-IF.
           COMPUTE WS-INSS-TOTAL ROUNDED =
               WS-BASE-INSS * WS-ALIQUOTA-INSS.
           COMPUTE WS-INSS = WS-INSS-TOTAL - WS-INSS-ANTERIOR.
           IF WS-INSS < 0
               MOVE 0 TO WS-INSS
           END-IF.
           COMPUTE WS-BASE-IRRF = WS-BASE-INSS - WS-INSS-TOTAL
               - (WS-QTD-DEPENDENTES * WS-DEDUCAO-POR-DEPENDENTE)
               - WS-PENSAO-FOLHA.
           PERFORM 2430-CALCULAR-IRRF THRU 2430-EXIT.
           COMPUTE WS-IRRF = WS-IRRF-TOTAL - WS-IRRF-ANTERIOR.
           IF WS-IRRF < 0
               MOVE 0 TO WS-IRRF
           END-IF.
           COMPUTE WS-LIQUIDO =
               WS-VALOR-COMPLEMENTO - WS-INSS - WS-IRRF.
           COMPUTE WS-VALOR-FGTS ROUNDED =
               WS-VALOR-TRIBUTAVEL * WS-ALIQUOTA-FGTS.
       2400-EXIT.
           EXIT.

       2410-TESTAR-FAIXA-INSS.
           IF WS-BASE-INSS <= WS-INSS-LIMITE (WS-IDX-INSS)
               MOVE WS-INSS-ALIQ (WS-IDX-INSS) TO WS-ALIQUOTA-INSS
               MOVE 'S' TO WS-ACHOU-FAIXA
           END-IF.
       2410-EXIT.
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
      * 2500-GRAVAR-HISTORICO - grava o complemento no FOLHACPL com a
      * proxima sequencia da matricula na competencia. Sequencia ja
      * gravada (outra sessao no meio desta) nao e sobrescrita: o
      * complemento nao e pago.
      ******************************************************************
       2500-GRAVAR-HISTORICO.
           MOVE SPACES               TO FHC-REGISTRO.
           MOVE EMP-MATRICULA        TO FHC-MATRICULA.
           MOVE WS-PARM-ANO          TO FHC-ANO.
           MOVE WS-PARM-MES          TO FHC-MES.
           MOVE WS-SEQUENCIA         TO FHC-SEQUENCIA.
           MOVE EMP-NOME             TO FHC-NOME.
           MOVE WS-DEPARTAMENTO      TO FHC-DEPARTAMENTO.
           MOVE EMP-EMPRESA          TO FHC-EMPRESA.
           MOVE WS-QTD-RUBRICAS      TO FHC-QTD-RUBRICAS.
           PERFORM 2510-COPIAR-RUBRICA THRU 2510-EXIT
               VARYING WS-IDX-RUB FROM 1 BY 1
               UNTIL WS-IDX-RUB > 5.
           MOVE WS-VALOR-COMPLEMENTO TO FHC-VALOR-COMPLEMENTO.
           MOVE WS-VALOR-TRIBUTAVEL  TO FHC-VALOR-TRIBUTAVEL.
           MOVE WS-BASE-INSS         TO FHC-BASE-INSS.
           MOVE WS-ALIQUOTA-INSS     TO FHC-ALIQ-INSS.
           MOVE WS-INSS              TO FHC-INSS.
           MOVE WS-QTD-DEPENDENTES   TO FHC-QTD-DEPENDENTES.
           MOVE WS-BASE-IRRF         TO FHC-BASE-IRRF.
           MOVE WS-ALIQUOTA-IRRF     TO FHC-ALIQ-IRRF.
           MOVE WS-DEDUCAO-IRRF      TO FHC-DEDUCAO-IRRF.
           MOVE WS-IRRF              TO FHC-IRRF.
           MOVE WS-LIQUIDO           TO FHC-LIQUIDO.
           MOVE WS-VALOR-FGTS        TO FHC-VALOR-FGTS.
           MOVE WS-DATA-SISTEMA      TO FHC-DATA-PAGAMENTO.
           MOVE SEG-USUARIO          TO FHC-USUARIO.
           WRITE FHC-REGISTRO
               INVALID KEY
                   DISPLAY 'FOLHACPL: COMPLEMENTO ' WS-SEQUENCIA
                       ' DA MATRICULA ' EMP-MATRICULA ' JA GRAVADO - '
                       'NAO PAGO'
           END-WRITE.
       2500-EXIT.
           EXIT.

       2510-COPIAR-RUBRICA.
           IF WS-IDX-RUB > WS-QTD-RUBRICAS
               MOVE SPACES TO FHC-RUBRICA (WS-IDX-RUB)
               MOVE 0      TO FHC-RUBRICA-VALOR (WS-IDX-RUB)
           ELSE
               MOVE WS-RUB-CODIGO (WS-IDX-RUB)
                   TO FHC-RUBRICA (WS-IDX-RUB)
               MOVE WS-RUB-VALOR (WS-IDX-RUB)
                   TO FHC-RUBRICA-VALOR (WS-IDX-RUB)
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-GRAVAR-PAGAMENTO - credito do liquido do complemento no
      * arquivo de pagamento, com os dados bancarios do EMPCOMP.
      ******************************************************************
       2600-GRAVAR-PAGAMENTO.
           PERFORM 2610-BUSCAR-DADOS-BANCARIOS THRU 2610-EXIT.
           MOVE WS-LIQUIDO TO WS-VALOR-EDITADO.
           MOVE SPACES TO PAG-LINHA.
           STRING EMP-MATRICULA      DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  EMP-NOME           DELIMITED BY '  '
                  ','                DELIMITED BY SIZE
                  WS-DEPARTAMENTO    DELIMITED BY SIZE
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

      * 2610-BUSCAR-DADOS-BANCARIOS - banco, agencia, conta e CPF do
      * EMPCOMP; sem cadastro, campos vazios e CPF zerado.
       2610-BUSCAR-DADOS-BANCARIOS.
           MOVE SPACES TO WS-BANCO-EXPORT.
           MOVE SPACES TO WS-AGENCIA-EXPORT.
           MOVE SPACES TO WS-CONTA-EXPORT.
           MOVE 0 TO WS-CPF-FUNCIONARIO.
           IF NOT WS-EMPCOMP-DISPONIVEL
               GO TO 2610-EXIT
           END-IF.
           MOVE EMP-MATRICULA TO ECP-MATRICULA.
           READ EMPCOMP-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ECP-BANCO   TO WS-BANCO-EXPORT
                   MOVE ECP-AGENCIA TO WS-AGENCIA-EXPORT
                   STRING ECP-CONTA    DELIMITED BY SIZE
                          '-'          DELIMITED BY SIZE
                          ECP-CONTA-DV DELIMITED BY SIZE
                          INTO WS-CONTA-EXPORT
                   END-STRING
                   MOVE ECP-CPF TO WS-CPF-FUNCIONARIO
           END-READ.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2700-GRAVAR-FGTS - deposito de FGTS sobre o complemento no
      * arquivo FGTSCPL e lancamento 'C' na conta FGTSCTA do
      * funcionario, na competencia: um lancamento por competencia,
      * somando os complementos do mes.
      ******************************************************************
       2700-GRAVAR-FGTS.
           IF WS-VALOR-FGTS = 0
               GO TO 2700-EXIT
           END-IF.
           IF WS-FGTSCPL-ABERTO
               MOVE SPACES TO FGD-REGISTRO
               MOVE 'D'                TO FGD-TIPO
               MOVE WS-PARM-ANO        TO FGD-ANO
               MOVE WS-PARM-MES        TO FGD-MES
               MOVE EMP-MATRICULA      TO FGD-MATRICULA
               MOVE WS-CPF-FUNCIONARIO TO FGD-CPF
               MOVE EMP-NOME           TO FGD-NOME
               MOVE WS-VALOR-FGTS      TO FGD-VALOR
               WRITE FGD-REGISTRO
               ADD 1 TO WS-QTD-DEPOSITOS-FGTS
           END-IF.
           IF NOT WS-FGTSCTA-ABERTO
               GO TO 2700-EXIT
           END-IF.
           MOVE EMP-MATRICULA        TO FGC-MATRICULA.
           MOVE WS-PARM-ANO          TO FGC-ANO.
           MOVE WS-PARM-MES          TO FGC-MES.
           MOVE 'C'                  TO FGC-TIPO.
           READ FGTSCTA-ARQ
               INVALID KEY
                   GO TO 2750-INCLUIR
           END-READ.
           ADD WS-VALOR-TRIBUTAVEL   TO FGC-BASE.
           ADD WS-VALOR-FGTS         TO FGC-VALOR.
           MOVE WS-DATA-SISTEMA      TO FGC-DATA-LANCAMENTO.
           REWRITE FGC-REGISTRO
               INVALID KEY
                   DISPLAY 'FOLHACPL: ERRO AO GRAVAR FGTSCTA '
                       'DA MATRICULA ' EMP-MATRICULA
           END-REWRITE.
           GO TO 2700-EXIT.
       2750-INCLUIR.
           MOVE SPACES               TO FGC-REGISTRO.
           MOVE EMP-MATRICULA        TO FGC-MATRICULA.
           MOVE WS-PARM-ANO          TO FGC-ANO.
           MOVE WS-PARM-MES          TO FGC-MES.
           MOVE 'C'                  TO FGC-TIPO.
           MOVE EMP-DATA-ADMISSAO    TO FGC-DATA-ADMISSAO.
           MOVE EMP-EMPRESA          TO FGC-EMPRESA.
           MOVE WS-VALOR-TRIBUTAVEL  TO FGC-BASE.
           MOVE WS-VALOR-FGTS        TO FGC-VALOR.
           MOVE 0                    TO FGC-PERC-MULTA.
           MOVE WS-DATA-SISTEMA      TO FGC-DATA-LANCAMENTO.
           WRITE FGC-REGISTRO
               INVALID KEY
                   DISPLAY 'FOLHACPL: ERRO AO GRAVAR FGTSCTA '
                       'DA MATRICULA ' EMP-MATRICULA
           END-WRITE.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-ACUMULAR-DEPARTAMENTO - soma o bruto do complemento e o
      * FGTS no acumulador do departamento, criando a entrada na
      * primeira ocorrencia.
      ******************************************************************
       2800-ACUMULAR-DEPARTAMENTO.
           SET WS-IDX-DEPTO TO 1.
           SEARCH WS-DEPTO-ITEM
               AT END
                   PERFORM 2810-INCLUIR-DEPTO THRU 2810-EXIT
               WHEN WS-DEPTO-COD (WS-IDX-DEPTO) = WS-DEPARTAMENTO
                   PERFORM 2820-SOMAR-DEPTO THRU 2820-EXIT
           END-SEARCH.
       2800-EXIT.
           EXIT.

       2810-INCLUIR-DEPTO.
           IF WS-QTD-DEPTOS < 50
               ADD 1 TO WS-QTD-DEPTOS
               SET WS-IDX-DEPTO TO WS-QTD-DEPTOS
               MOVE WS-DEPARTAMENTO TO WS-DEPTO-COD (WS-IDX-DEPTO)
               MOVE 0 TO WS-DEPTO-BRUTO (WS-IDX-DEPTO)
               MOVE 0 TO WS-DEPTO-FGTS (WS-IDX-DEPTO)
               PERFORM 2820-SOMAR-DEPTO THRU 2820-EXIT
           ELSE
               DISPLAY 'FOLHACPL: MAIS DE 50 DEPARTAMENTOS - DEPTO '
                   WS-DEPARTAMENTO ' FORA DO LOTE CONTABIL'
           END-IF.
       2810-EXIT.
           EXIT.

       2820-SOMAR-DEPTO.
           ADD WS-VALOR-COMPLEMENTO TO WS-DEPTO-BRUTO (WS-IDX-DEPTO).
           ADD WS-VALOR-FGTS        TO WS-DEPTO-FGTS (WS-IDX-DEPTO).
       2820-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONTABILIZAR - acrescenta ao lote CTBCPL-AAAAMM-Enn, por
      * departamento, o debito dos proventos complementares e da
      * despesa de FGTS; depois os creditos de INSS e IRRF a recolher,
      * FGTS a recolher e salarios a pagar, e o registro de total do
      * lote (debitos = creditos).
      ******************************************************************
       3000-CONTABILIZAR.
           IF WS-QTD-PAGOS = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-CTBCPL.
           STRING 'CTBCPL-'          DELIMITED BY SIZE
                  WS-PARM-ANO        DELIMITED BY SIZE
                  WS-PARM-MES        DELIMITED BY SIZE
                  WS-SUFIXO-EMPRESA  DELIMITED BY SPACE
                  INTO WS-NOME-CTBCPL
           END-STRING.
           OPEN EXTEND CTBCPL-ARQ.
           IF WS-CTBCPL-STATUS = '05' OR WS-CTBCPL-STATUS = '35'
               OPEN OUTPUT CTBCPL-ARQ
           END-IF.
           IF WS-CTBCPL-STATUS NOT = '00'
               DISPLAY 'FOLHACPL: ERRO AO ABRIR ' WS-NOME-CTBCPL
                   ' - STATUS ' WS-CTBCPL-STATUS
               DISPLAY 'FOLHACPL: FOLHA COMPLEMENTAR NAO CONTABILIZADA'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LANCAR-DEPARTAMENTO THRU 3100-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS.
           IF WS-TOTAL-INSS NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'INSS A RECOLHER' TO CTB-CONTA
               MOVE WS-TOTAL-INSS TO CTB-VALOR
               MOVE 'INSS RETIDO FOLHA COMPLEMENTAR' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-IRRF NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'IRRF A RECOLHER' TO CTB-CONTA
               MOVE WS-TOTAL-IRRF TO CTB-VALOR
               MOVE 'IRRF RETIDO FOLHA COMPLEMENTAR' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-FGTS NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'FGTS A RECOLHER' TO CTB-CONTA
               MOVE WS-TOTAL-FGTS TO CTB-VALOR
               MOVE 'FGTS DA FOLHA COMPLEMENTAR' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT.
           MOVE 'C' TO CTB-NATUREZA.
           MOVE 'SALARIOS A PAGAR' TO CTB-CONTA.
           MOVE WS-TOTAL-LIQUIDO TO CTB-VALOR.
           MOVE 'LIQUIDO DA FOLHA COMPLEMENTAR' TO CTB-HISTORICO.
           WRITE CTB-REGISTRO.
           PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT.
           MOVE 'T' TO CTB-TIPO.
           COMPUTE CTB-VALOR = WS-TOTAL-COMPLEMENTO + WS-TOTAL-FGTS.
           MOVE 'TOTAL DO LOTE (DEB = CRED)' TO CTB-HISTORICO.
           WRITE CTB-REGISTRO.
           CLOSE CTBCPL-ARQ.
           DISPLAY 'FOLHACPL: LANCAMENTOS ACRESCENTADOS A '
               WS-NOME-CTBCPL.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LANCAR-DEPARTAMENTO - debitos do departamento corrente,
      * com o centro de custo do DEPTOS: proventos complementares na
      * conta de eventos de folha e a despesa de FGTS.
      ******************************************************************
       3100-LANCAR-DEPARTAMENTO.
           MOVE SPACES TO WS-CENTRO-CUSTO.
           IF WS-DEPTOS-DISPONIVEL
               MOVE WS-DEPTO-COD (WS-IDX-DEPTO) TO DEP-CODIGO
               READ DEPTOS-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEP-CENTRO-CUSTO TO WS-CENTRO-CUSTO
               END-READ
           END-IF.
           IF WS-DEPTO-BRUTO (WS-IDX-DEPTO) NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'EVENTOS DE FOLHA' TO CTB-CONTA
               MOVE WS-CENTRO-CUSTO TO CTB-CENTRO-CUSTO
               MOVE WS-DEPTO-BRUTO (WS-IDX-DEPTO) TO CTB-VALOR
               STRING 'FOLHA COMPL DEPTO ' DELIMITED BY SIZE
                      WS-DEPTO-COD (WS-IDX-DEPTO) DELIMITED BY SIZE
                      INTO CTB-HISTORICO
               END-STRING
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-DEPTO-FGTS (WS-IDX-DEPTO) NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'DESPESA FGTS' TO CTB-CONTA
               MOVE WS-CENTRO-CUSTO TO CTB-CENTRO-CUSTO
               MOVE WS-DEPTO-FGTS (WS-IDX-DEPTO) TO CTB-VALOR
               STRING 'FGTS FOLHA COMPL DEPTO ' DELIMITED BY SIZE
                      WS-DEPTO-COD (WS-IDX-DEPTO) DELIMITED BY SIZE
                      INTO CTB-HISTORICO
               END-STRING
               WRITE CTB-REGISTRO
           END-IF.
       3100-EXIT.
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
      * 9000-FINALIZAR - fecha o arquivo de depositos com o trailer da
      * execucao, imprime os totais e fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT SEG-ACESSO-LIBERADO
               GO TO 9000-EXIT
           END-IF.
           IF WS-FGTSCPL-ABERTO
               MOVE SPACES TO FGD-REGISTRO
               MOVE 'T'                   TO FGD-TIPO
               MOVE WS-PARM-ANO           TO FGD-ANO
               MOVE WS-PARM-MES           TO FGD-MES
               MOVE 0                     TO FGD-MATRICULA
               MOVE 0                     TO FGD-CPF
               MOVE WS-QTD-DEPOSITOS-FGTS TO FGD-QTD-DEPOSITOS
               MOVE WS-TOTAL-FGTS         TO FGD-VALOR
               WRITE FGD-REGISTRO
               CLOSE FGTSCPL-ARQ
               DISPLAY 'FOLHACPL: DEPOSITOS DE FGTS ACRESCENTADOS A '
                   WS-NOME-FGTSCPL
           END-IF.
           IF WS-PAGTO-ABERTO
               CLOSE PAGTO-ARQ
               DISPLAY 'FOLHACPL: ARQUIVO DE PAGAMENTO GRAVADO EM '
                   WS-NOME-PAGTO
           END-IF.
           IF WS-RELATORIO-ABERTO
               PERFORM 9100-IMPRIMIR-TOTAIS THRU 9100-EXIT
               CLOSE RELATORIO-ARQ
               DISPLAY 'FOLHACPL: RELATORIO GRAVADO EM '
                   WS-NOME-RELATORIO
           END-IF.
           IF WS-EMPREG-ABERTO
               CLOSE EMPREG-ARQ
           END-IF.
           IF WS-RUBRICA-ABERTO
               CLOSE RUBRICA-ARQ
           END-IF.
           IF WS-FOLHACPL-ABERTO
               CLOSE FOLHACPL-ARQ
           END-IF.
           IF WS-FOLHAHIS-DISPONIVEL
               CLOSE FOLHAHIS-ARQ
           END-IF.
           IF WS-EVENTOS-DISPONIVEIS
               CLOSE MOVRUB-ARQ
           END-IF.
           IF WS-DEPEND-DISPONIVEL
               CLOSE DEPEND-ARQ
           END-IF.
           IF WS-EMPCOMP-DISPONIVEL
               CLOSE EMPCOMP-ARQ
           END-IF.
           IF WS-DEPTOS-DISPONIVEL
               CLOSE DEPTOS-ARQ
           END-IF.
           IF WS-FGTSCTA-ABERTO
               CLOSE FGTSCTA-ARQ
           END-IF.
           DISPLAY 'FOLHACPL: ' WS-QTD-PAGOS ' COMPLEMENTO(S) PAGO(S)'.
           MOVE WS-TOTAL-LIQUIDO TO WS-TOTAL-EDITADO.
           DISPLAY 'FOLHACPL: TOTAL LIQUIDO....: ' WS-TOTAL-EDITADO.
       9000-EXIT.
           EXIT.

      * 9100-IMPRIMIR-TOTAIS - total geral das colunas.
       9100-IMPRIMIR-TOTAIS.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-COMPLEMENTO TO TOT1C-COMPLEMENTO.
           MOVE WS-TOTAL-TRIBUTAVEL  TO TOT1C-TRIBUTAVEL.
           MOVE WS-TOTAL-INSS        TO TOT1C-INSS.
           MOVE WS-TOTAL-IRRF        TO TOT1C-IRRF.
           MOVE WS-TOTAL-LIQUIDO     TO TOT1C-LIQUIDO.
           MOVE WS-TOTAL-FGTS        TO TOT1C-FGTS.
           MOVE TOT1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.
