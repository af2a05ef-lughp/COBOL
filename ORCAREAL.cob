       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAREAL.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Orcamento de pessoal x realizado na competencia e
      *             acumulado no ano (janeiro ate o mes pedido), por
      *             empresa e unidade orcamentaria do ORCAMENTO
      *             (departamento ou centro de custo).
      *
      *             Realizado, por folha fechada no FOLHAHIS:
      *             - massa salarial: salario, ferias, adicionais e
      *               eventos de provento, menos faltas (a remuneracao
      *               do CUSTOPES sem as horas extras);
      *             - encargos: patronais do ENCARGOS mais o FGTS;
      *             - horas extras: valor apurado no HORASEXT (sem o
      *               registro, o valor pago no FOLHAHIS);
      *             - quadro: o mesmo efetivo de fim de mes do
      *               ROTATIV (vinculo atual e PERIODOS, departamento
      *               vigente pelo TRANSFER).
      *             Cada valor cai na unidade do departamento e na do
      *             seu centro de custo, se orcadas; departamento sem
      *             nenhuma das duas sai como SEM ORCAMENTO. No
      *             acumulado, o quadro e a media dos meses.
      *
      *             Linha com variacao acima da tolerancia informada
      *             (no mes ou no acumulado) sai marcada com '**'; a
      *             unidade cujo quadro ou custo total passa da
      *             tolerancia sai como ACIMA DA TOLERANCIA e gera um
      *             aviso urgente no MSGREG para a financas.
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
           SELECT ORCAMENTO-ARQ
               ASSIGN TO "ORCAMENTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-ORCAMENTO-STATUS.

           SELECT FOLHAHIS-ARQ
               ASSIGN TO "FOLHAHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT HORASEXT-ARQ
               ASSIGN TO "HORASEXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRS-CHAVE
               FILE STATUS IS WS-HORASEXT-STATUS.

           SELECT ENCARGOS-ARQ
               ASSIGN TO "ENCARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENP-CHAVE
               FILE STATUS IS WS-ENCARGOS-STATUS.

           SELECT DEPTOS-ARQ
               ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

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

           SELECT TRANSFER-ARQ
               ASSIGN TO "TRANSFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO-ARQ
           LABEL RECORD IS STANDARD.
           COPY ORCPESC.

       FD  FOLHAHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHAHC.

       FD  HORASEXT-ARQ
           LABEL RECORD IS STANDARD.
           COPY HORASC.

       FD  ENCARGOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY ENCPATC.

       FD  DEPTOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPTOSC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  PERIODOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PERIODC.

       FD  TRANSFER-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRANSFC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-ORCAMENTO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FOLHAHIS-STATUS      PIC X(02) VALUE '00'.
           05 WS-HORASEXT-STATUS      PIC X(02) VALUE '00'.
           05 WS-ENCARGOS-STATUS      PIC X(02) VALUE '00'.
           05 WS-DEPTOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-PERIODOS-STATUS      PIC X(02) VALUE '00'.
           05 WS-TRANSFER-STATUS      PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-ENCERRAR             PIC X(01) VALUE 'N'.
               88 ENCERRAR-EXECUCAO   VALUE 'S'.
           05 WS-ABERTOS              PIC X(01) VALUE 'N'.
               88 WS-ARQUIVOS-ABERTOS VALUE 'S'.
           05 WS-HORASEXT-OK          PIC X(01) VALUE 'N'.
               88 WS-HORASEXT-DISPONIVEL VALUE 'S'.
           05 WS-ENCARGOS-OK          PIC X(01) VALUE 'N'.
               88 WS-ENCARGOS-DISPONIVEL VALUE 'S'.
           05 WS-DEPTOS-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPTOS-DISPONIVEL VALUE 'S'.
           05 WS-PERIODOS-OK          PIC X(01) VALUE 'N'.
               88 WS-PERIODOS-DISPONIVEL VALUE 'S'.
           05 WS-TRANSFER-OK          PIC X(01) VALUE 'N'.
               88 WS-TRANSFER-DISPONIVEL VALUE 'S'.
           05 WS-FIM-PERIODOS         PIC X(01) VALUE 'N'.
               88 FIM-DOS-PERIODOS    VALUE 'S'.
           05 WS-FIM-TRANSFER         PIC X(01) VALUE 'N'.
               88 FIM-DAS-TRANSF      VALUE 'S'.
           05 WS-ACHOU-UNIDADE        PIC X(01) VALUE 'N'.
               88 WS-UNIDADE-ACHADA   VALUE 'S'.
           05 WS-CRIAR-UNIDADE        PIC X(01) VALUE 'N'.
               88 WS-PODE-CRIAR       VALUE 'S'.
           05 WS-LANCADO              PIC X(01) VALUE 'N'.
               88 WS-VALOR-LANCADO    VALUE 'S'.
           05 WS-ESTOURO              PIC X(01) VALUE 'N'.
               88 WS-ACIMA-TOLERANCIA VALUE 'S'.
           05 WS-ESTOURO-UNIDADE      PIC X(01) VALUE 'N'.
               88 WS-UNIDADE-ACIMA    VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 99.
               88 WS-TODAS-AS-EMPRESAS VALUE 99.
           05 WS-PARM-TOLERANCIA      PIC 9(03)V99 VALUE 0.

       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

      * Valores de um lancamento do realizado (1 quadro, 2 massa,
      * 3 encargos, 4 horas extras), com o mes e a unidade de origem.
       01  WS-FATO.
           05 WS-FATO-MES             PIC 9(02) VALUE 0.
           05 WS-FATO-EMPRESA         PIC 9(02) VALUE 0.
           05 WS-FATO-DEPTO           PIC X(04) VALUE SPACES.
           05 WS-FATO-CENTRO          PIC X(08) VALUE SPACES.
           05 WS-FATO-VALOR OCCURS 4 TIMES
               INDEXED BY WS-IDX-FATO PIC S9(09)V99.

       01  WS-CHAVE-UNIDADE.
           05 WS-CHV-EMPRESA          PIC 9(02) VALUE 0.
           05 WS-CHV-TIPO             PIC X(01) VALUE SPACES.
           05 WS-CHV-CODIGO           PIC X(08) VALUE SPACES.

      * Unidades do relatorio, na ordem do ORCAMENTO, seguidas dos
      * departamentos sem orcamento. Itens: 1 quadro, 2 massa
      * salarial, 3 encargos, 4 horas extras, 5 custo total (2 a 4,
      * somado na impressao).
       01  WS-TAB-UNIDADES.
           05 WS-QTD-UNIDADES         PIC 9(03) COMP VALUE 0.
           05 WS-UNI-ITEM OCCURS 200 TIMES
               INDEXED BY WS-IDX-UNI.
               10 WS-UNI-EMPRESA      PIC 9(02).
               10 WS-UNI-TIPO         PIC X(01).
               10 WS-UNI-CODIGO       PIC X(08).
               10 WS-UNI-ORCADA       PIC X(01).
                   88 WS-UNI-COM-ORCAMENTO VALUE 'S'.
               10 WS-UNI-VALORES OCCURS 5 TIMES
                   INDEXED BY WS-IDX-ITEM.
                   15 WS-UNI-ORC-MES  PIC S9(11)V99.
                   15 WS-UNI-ORC-ACUM PIC S9(11)V99.
                   15 WS-UNI-REAL-MES PIC S9(11)V99.
                   15 WS-UNI-REAL-ACUM PIC S9(11)V99.

       01  WS-ROTULOS-ITEM.
           05 FILLER                  PIC X(12) VALUE 'QUADRO'.
           05 FILLER                  PIC X(12) VALUE 'MASSA SALAR.'.
           05 FILLER                  PIC X(12) VALUE 'ENCARGOS'.
           05 FILLER                  PIC X(12) VALUE 'HORAS EXTRAS'.
           05 FILLER                  PIC X(12) VALUE 'CUSTO TOTAL'.
       01  WS-TAB-ROTULOS REDEFINES WS-ROTULOS-ITEM.
           05 WS-ROTULO-ITEM          PIC X(12) OCCURS 5 TIMES.

      * Vinculo em apuracao e transferencias da matricula corrente,
      * como no ROTATIV.
       01  WS-VINCULO.
           05 WS-VINC-ADMISSAO        PIC 9(08) VALUE 0.
           05 WS-VINC-DESLIGAMENTO    PIC 9(08) VALUE 0.

       01  WS-MES-CORRENTE            PIC 9(02) VALUE 0.
       01  WS-FIM-DO-MES              PIC 9(08) VALUE 0.
       01  WS-DATA-REFERENCIA         PIC 9(08) VALUE 0.

       01  WS-TAB-TRANSFER.
           05 WS-QTD-TRANSF           PIC 9(02) COMP VALUE 0.
           05 WS-TRF-ITEM OCCURS 20 TIMES
               INDEXED BY WS-IDX-TRF.
               10 WS-TRF-VIGENCIA     PIC 9(08).
               10 WS-TRF-ORIGEM       PIC X(04).
               10 WS-TRF-DESTINO      PIC X(04).

       01  WS-DEPTO-NA-DATA           PIC X(04) VALUE SPACES.
       01  WS-MELHOR-VIGENCIA         PIC 9(08) VALUE 0.
       01  WS-PRIMEIRA-VIGENCIA       PIC 9(08) VALUE 0.
       01  WS-PRIMEIRA-ORIGEM         PIC X(04) VALUE SPACES.

      * Comparacao de um item na impressao.
       01  WS-COMPARACAO.
           05 WS-ORCADO-MES           PIC S9(11)V99 VALUE 0.
           05 WS-REAL-MES             PIC S9(11)V99 VALUE 0.
           05 WS-ORCADO-ACUM          PIC S9(11)V99 VALUE 0.
           05 WS-REAL-ACUM            PIC S9(11)V99 VALUE 0.
           05 WS-PCT-ORCADO           PIC S9(11)V99 VALUE 0.
           05 WS-PCT-REAL             PIC S9(11)V99 VALUE 0.
           05 WS-VARIACAO-PCT         PIC S9(04)V99 VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-FOLHAS           PIC 9(06) COMP VALUE 0.
           05 WS-QTD-SEM-HORASEXT     PIC 9(06) COMP VALUE 0.
           05 WS-QTD-ACIMA            PIC 9(03) COMP VALUE 0.
           05 WS-QTD-SEM-ORCAMENTO    PIC 9(03) COMP VALUE 0.
       01  WS-QTD-EDITADA             PIC ZZ9.

       01  CAB1O.
           05 FILLER       PIC X(132) VALUE ALL '-'.

       01  CAB2O.
           05 FILLER       PIC X(36) VALUE
               'ORCAMENTO DE PESSOAL X REALIZADO - '.
           05 CAB2O-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2O-ANO    PIC 9999.
           05 FILLER       PIC X(11) VALUE ' - EMPRESA '.
           05 CAB2O-EMPRESA PIC X(05).
           05 FILLER       PIC X(15) VALUE ' - TOLERANCIA '.
           05 CAB2O-TOLERANCIA PIC ZZ9,99.
           05 FILLER       PIC X(01) VALUE '%'.

       01  CAB3O.
           05 FILLER       PIC X(15) VALUE SPACES.
           05 FILLER       PIC X(24) VALUE ALL '-'.
           05 FILLER       PIC X(08) VALUE ' NO MES '.
           05 FILLER       PIC X(24) VALUE ALL '-'.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(18) VALUE ALL '-'.
           05 FILLER       PIC X(20) VALUE ' ACUMULADO NO ANO '.
           05 FILLER       PIC X(18) VALUE ALL '-'.

       01  CAB4O.
           05 FILLER       PIC X(15) VALUE '  ITEM'.
           05 FILLER       PIC X(16) VALUE '         ORCADO'.
           05 FILLER       PIC X(16) VALUE '      REALIZADO'.
           05 FILLER       PIC X(16) VALUE '       VARIACAO'.
           05 FILLER       PIC X(08) VALUE '   VAR %'.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(16) VALUE '         ORCADO'.
           05 FILLER       PIC X(16) VALUE '      REALIZADO'.
           05 FILLER       PIC X(16) VALUE '       VARIACAO'.
           05 FILLER       PIC X(08) VALUE '   VAR %'.

       01  DET1O.
           05 FILLER       PIC X(08) VALUE 'EMPRESA '.
           05 DET1O-EMPRESA PIC 99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1O-TIPO   PIC X(13).
           05 DET1O-UNIDADE PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1O-NOME   PIC X(30).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1O-SITUACAO PIC X(20).

       01  DET2O.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET2O-ITEM   PIC X(12).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2O-ORC-MES PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2O-REAL-MES PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2O-VAR-MES PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2O-PCT-MES PIC -ZZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET2O-ORC-ACUM PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2O-REAL-ACUM PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2O-VAR-ACUM PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2O-PCT-ACUM PIC -ZZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2O-MARCA  PIC X(02).

       01  TOT1O.
           05 FILLER       PIC X(20) VALUE 'UNIDADES LISTADAS..:'.
           05 TOT1O-UNIDADES PIC ZZ9.
           05 FILLER       PIC X(25) VALUE
               '   ACIMA DA TOLERANCIA..:'.
           05 TOT1O-ACIMA  PIC ZZ9.
           05 FILLER       PIC X(19) VALUE '   SEM ORCAMENTO..:'.
           05 TOT1O-SEM-ORCAMENTO PIC ZZ9.

           COPY MSGGRVC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT ENCERRAR-EXECUCAO
               PERFORM 2000-CARREGAR-ORCAMENTO THRU 2000-EXIT
               PERFORM 3000-APURAR-FOLHA THRU 3000-EXIT
               PERFORM 4000-APURAR-QUADRO THRU 4000-EXIT
               PERFORM 7000-IMPRIMIR-UNIDADES THRU 7000-EXIT
               PERFORM 7900-IMPRIMIR-TOTAIS THRU 7900-EXIT
               IF WS-QTD-ACIMA > 0
                   PERFORM 8000-ALERTAR-ESTOURO THRU 8000-EXIT
               END-IF
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - le competencia, empresa e tolerancia (zero
      * assume 5 por cento) e abre os arquivos. Sem ORCAMENTO,
      * FOLHAHIS ou EMPREG nao ha comparacao: o job termina com aviso.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'MES DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           DISPLAY 'EMPRESA (99 = TODAS): ' WITH NO ADVANCING.
           ACCEPT WS-PARM-EMPRESA.
           DISPLAY 'TOLERANCIA % (0 = 5): ' WITH NO ADVANCING.
           ACCEPT WS-PARM-TOLERANCIA.
           IF WS-PARM-MES = 0 OR WS-PARM-MES > 12
               OR WS-PARM-ANO = 0
               DISPLAY 'ORCAREAL: COMPETENCIA INVALIDA'
               MOVE 'S' TO WS-ENCERRAR
               GO TO 1000-EXIT
           END-IF.
           IF WS-PARM-TOLERANCIA = 0
               MOVE 5 TO WS-PARM-TOLERANCIA
           END-IF.
           OPEN INPUT ORCAMENTO-ARQ.
           IF WS-ORCAMENTO-STATUS NOT = '00'
               DISPLAY 'ORCAREAL: ERRO AO ABRIR ORCAMENTO - STATUS '
                   WS-ORCAMENTO-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FOLHAHIS-ARQ.
           IF WS-FOLHAHIS-STATUS NOT = '00'
               DISPLAY 'ORCAREAL: ERRO AO ABRIR FOLHAHIS - STATUS '
                   WS-FOLHAHIS-STATUS
               CLOSE ORCAMENTO-ARQ
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'ORCAREAL: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               CLOSE ORCAMENTO-ARQ
               CLOSE FOLHAHIS-ARQ
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT HORASEXT-ARQ.
           IF WS-HORASEXT-STATUS = '00'
               MOVE 'S' TO WS-HORASEXT-OK
           ELSE
               DISPLAY 'ORCAREAL: HORASEXT INDISPONIVEL - HORAS '
                   'EXTRAS PELO VALOR PAGO NA FOLHA'
           END-IF.
           OPEN INPUT ENCARGOS-ARQ.
           IF WS-ENCARGOS-STATUS = '00'
               MOVE 'S' TO WS-ENCARGOS-OK
           ELSE
               DISPLAY 'ORCAREAL: ENCARGOS INDISPONIVEL - REALIZADO '
                   'SO COM O FGTS'
           END-IF.
           OPEN INPUT DEPTOS-ARQ.
           IF WS-DEPTOS-STATUS = '00'
               MOVE 'S' TO WS-DEPTOS-OK
           ELSE
               DISPLAY 'ORCAREAL: DEPTOS INDISPONIVEL - CENTROS DE '
                   'CUSTO SEM REALIZADO'
           END-IF.
           OPEN INPUT PERIODOS-ARQ.
           IF WS-PERIODOS-STATUS = '00'
               MOVE 'S' TO WS-PERIODOS-OK
           END-IF.
           OPEN INPUT TRANSFER-ARQ.
           IF WS-TRANSFER-STATUS = '00'
               MOVE 'S' TO WS-TRANSFER-OK
           END-IF.
           MOVE 'S' TO WS-ABERTOS.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'ORCAREAL-'          DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'ORCAREAL: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-MES TO CAB2O-MES.
           MOVE WS-PARM-ANO TO CAB2O-ANO.
           IF WS-TODAS-AS-EMPRESAS
               MOVE 'TODAS' TO CAB2O-EMPRESA
           ELSE
               MOVE WS-PARM-EMPRESA TO CAB2O-EMPRESA
           END-IF.
           MOVE WS-PARM-TOLERANCIA TO CAB2O-TOLERANCIA.
           MOVE CAB1O TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2O TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1O TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3O TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB4O TO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARREGAR-ORCAMENTO - percorre o ORCAMENTO e soma na tabela
      * de unidades o orcado do mes pedido e o acumulado de janeiro
      * ate ele, para a empresa pedida.
      ******************************************************************
       2000-CARREGAR-ORCAMENTO.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE SPACES TO ORC-CHAVE.
           IF WS-TODAS-AS-EMPRESAS
               MOVE 0 TO ORC-EMPRESA
           ELSE
               MOVE WS-PARM-EMPRESA TO ORC-EMPRESA
           END-IF.
           START ORCAMENTO-ARQ KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 2100-SOMAR-ORCAMENTO THRU 2100-EXIT
               UNTIL FIM-DO-ARQUIVO.
       2000-EXIT.
           EXIT.

       2100-SOMAR-ORCAMENTO.
           READ ORCAMENTO-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 2100-EXIT
           END-READ.
           IF WS-ORCAMENTO-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-TODAS-AS-EMPRESAS
               AND ORC-EMPRESA NOT = WS-PARM-EMPRESA
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 2100-EXIT
           END-IF.
           IF ORC-ANO NOT = WS-PARM-ANO
               OR ORC-MES > WS-PARM-MES
               GO TO 2100-EXIT
           END-IF.
           MOVE ORC-EMPRESA      TO WS-CHV-EMPRESA.
           MOVE ORC-TIPO-UNIDADE TO WS-CHV-TIPO.
           MOVE ORC-UNIDADE      TO WS-CHV-CODIGO.
           MOVE 'S' TO WS-CRIAR-UNIDADE.
           PERFORM 5000-ACHAR-UNIDADE THRU 5000-EXIT.
           IF NOT WS-UNIDADE-ACHADA
               GO TO 2100-EXIT
           END-IF.
           MOVE 'S' TO WS-UNI-ORCADA (WS-IDX-UNI).
           ADD ORC-QTD-PESSOAS    TO WS-UNI-ORC-ACUM (WS-IDX-UNI, 1).
           ADD ORC-MASSA-SALARIAL TO WS-UNI-ORC-ACUM (WS-IDX-UNI, 2).
           ADD ORC-ENCARGOS       TO WS-UNI-ORC-ACUM (WS-IDX-UNI, 3).
           ADD ORC-HORAS-EXTRAS   TO WS-UNI-ORC-ACUM (WS-IDX-UNI, 4).
           IF ORC-MES = WS-PARM-MES
               ADD ORC-QTD-PESSOAS    TO WS-UNI-ORC-MES (WS-IDX-UNI, 1)
               ADD ORC-MASSA-SALARIAL TO WS-UNI-ORC-MES (WS-IDX-UNI, 2)
               ADD ORC-ENCARGOS       TO WS-UNI-ORC-MES (WS-IDX-UNI, 3)
               ADD ORC-HORAS-EXTRAS   TO WS-UNI-ORC-MES (WS-IDX-UNI, 4)
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APURAR-FOLHA - percorre o FOLHAHIS e lanca, para cada
      * folha da empresa pedida entre janeiro e o mes pedido, a massa
      * salarial, os encargos e as horas extras no departamento em que
      * o funcionario estava na competencia (FH-DEPARTAMENTO).
      ******************************************************************
       3000-APURAR-FOLHA.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE 0 TO FH-MATRICULA.
           MOVE 0 TO FH-ANO.
           MOVE 0 TO FH-MES.
           START FOLHAHIS-ARQ KEY IS NOT LESS THAN FH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 3100-LANCAR-FOLHA THRU 3100-EXIT
               UNTIL FIM-DO-ARQUIVO.
       3000-EXIT.
           EXIT.

       3100-LANCAR-FOLHA.
           READ FOLHAHIS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 3100-EXIT
           END-READ.
           IF WS-FOLHAHIS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 3100-EXIT
           END-IF.
           IF FH-ANO NOT = WS-PARM-ANO
               OR FH-MES = 0 OR FH-MES > WS-PARM-MES
               GO TO 3100-EXIT
           END-IF.
           IF NOT WS-TODAS-AS-EMPRESAS
               AND FH-EMPRESA NOT = WS-PARM-EMPRESA
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-QTD-FOLHAS.
           MOVE FH-MES          TO WS-FATO-MES.
           MOVE FH-EMPRESA      TO WS-FATO-EMPRESA.
           MOVE FH-DEPARTAMENTO TO WS-FATO-DEPTO.
           MOVE 0 TO WS-FATO-VALOR (1).
           COMPUTE WS-FATO-VALOR (2) = FH-SALARIO
               + FH-VALOR-FERIAS + FH-TOTAL-EVENTOS-PROV
               - FH-VALOR-FALTAS.
           IF FH-VALOR-ADIC-NOTURNO IS NUMERIC
               ADD FH-VALOR-ADIC-NOTURNO TO WS-FATO-VALOR (2)
           END-IF.
           IF FH-VALOR-ADIC-RISCO IS NUMERIC
               ADD FH-VALOR-ADIC-RISCO TO WS-FATO-VALOR (2)
           END-IF.
           MOVE FH-VALOR-FGTS TO WS-FATO-VALOR (3).
           IF WS-ENCARGOS-DISPONIVEL
               MOVE FH-MATRICULA TO ENP-MATRICULA
               MOVE FH-ANO       TO ENP-ANO
               MOVE FH-MES       TO ENP-MES
               READ ENCARGOS-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD ENP-TOTAL-ENCARGOS TO WS-FATO-VALOR (3)
               END-READ
           END-IF.
           PERFORM 3200-BUSCAR-HORAS-EXTRAS THRU 3200-EXIT.
           PERFORM 3300-BUSCAR-CENTRO-CUSTO THRU 3300-EXIT.
           PERFORM 6000-LANCAR-REALIZADO THRU 6000-EXIT.
       3100-EXIT.
           EXIT.

      * 3200-BUSCAR-HORAS-EXTRAS - valor das horas extras apurado no
      * HORASEXT para a folha corrente; sem o registro, vale o valor
      * pago no FOLHAHIS.
       3200-BUSCAR-HORAS-EXTRAS.
           MOVE FH-VALOR-HORAS-EXTRAS TO WS-FATO-VALOR (4).
           IF NOT WS-HORASEXT-DISPONIVEL
               GO TO 3200-EXIT
           END-IF.
           MOVE FH-MATRICULA TO HRS-MATRICULA.
           MOVE FH-ANO       TO HRS-ANO.
           MOVE FH-MES       TO HRS-MES.
           READ HORASEXT-ARQ
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-HORASEXT
               NOT INVALID KEY
                   MOVE HRS-VALOR-EXTRAS TO WS-FATO-VALOR (4)
           END-READ.
       3200-EXIT.
           EXIT.

      * 3300-BUSCAR-CENTRO-CUSTO - centro de custo do departamento em
      * WS-FATO-DEPTO; departamento sem cadastro fica em branco.
       3300-BUSCAR-CENTRO-CUSTO.
           MOVE SPACES TO WS-FATO-CENTRO.
           IF NOT WS-DEPTOS-DISPONIVEL
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-FATO-DEPTO TO DEP-CODIGO.
           READ DEPTOS-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEP-CENTRO-CUSTO TO WS-FATO-CENTRO
           END-READ.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APURAR-QUADRO - efetivo de fim de mes, de janeiro ate o
      * mes pedido, pela mesma regra do ROTATIV: cada vinculo (atual e
      * contratos anteriores do PERIODOS) conta no mes em que estava
      * ativo no ultimo dia, no departamento vigente na data.
      ******************************************************************
       4000-APURAR-QUADRO.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE 0 TO EMP-MATRICULA.
           START EMPREG-ARQ KEY IS NOT LESS THAN EMP-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           IF NOT FIM-DO-ARQUIVO
               PERFORM 4900-LER-PROXIMO THRU 4900-EXIT
           END-IF.
           PERFORM 4100-PROCESSAR-FUNCIONARIO THRU 4100-EXIT
               UNTIL FIM-DO-ARQUIVO.
       4000-EXIT.
           EXIT.

       4100-PROCESSAR-FUNCIONARIO.
           IF NOT WS-TODAS-AS-EMPRESAS
               AND EMP-EMPRESA NOT = WS-PARM-EMPRESA
               GO TO 4100-LER
           END-IF.
           PERFORM 4200-CARREGAR-TRANSFERENCIAS THRU 4200-EXIT.
           MOVE EMP-DATA-ADMISSAO TO WS-VINC-ADMISSAO.
           IF EMP-DESLIGADO
               MOVE EMP-DATA-DESLIGAMENTO TO WS-VINC-DESLIGAMENTO
           ELSE
               MOVE 0 TO WS-VINC-DESLIGAMENTO
           END-IF.
           PERFORM 4400-CONTAR-VINCULO THRU 4400-EXIT.
           PERFORM 4300-CONTAR-PERIODOS THRU 4300-EXIT.
       4100-LER.
           PERFORM 4900-LER-PROXIMO THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

      * 4200-CARREGAR-TRANSFERENCIAS - transferencias da matricula na
      * tabela, para achar o departamento vigente em cada data.
       4200-CARREGAR-TRANSFERENCIAS.
           MOVE 0 TO WS-QTD-TRANSF.
           IF NOT WS-TRANSFER-DISPONIVEL
               GO TO 4200-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-TRANSFER.
           MOVE EMP-MATRICULA TO TRF-MATRICULA.
           MOVE 0 TO TRF-SEQUENCIA.
           START TRANSFER-ARQ KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-TRANSFER
           END-START.
           IF WS-TRANSFER-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-TRANSFER
           END-IF.
           PERFORM 4250-GUARDAR-TRANSFERENCIA THRU 4250-EXIT
               UNTIL FIM-DAS-TRANSF.
       4200-EXIT.
           EXIT.

       4250-GUARDAR-TRANSFERENCIA.
           READ TRANSFER-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-TRANSFER
                   GO TO 4250-EXIT
           END-READ.
           IF WS-TRANSFER-STATUS NOT = '00'
               OR TRF-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-TRANSFER
               GO TO 4250-EXIT
           END-IF.
           IF WS-QTD-TRANSF < 20
               ADD 1 TO WS-QTD-TRANSF
               SET WS-IDX-TRF TO WS-QTD-TRANSF
               MOVE TRF-DATA-VIGENCIA
                   TO WS-TRF-VIGENCIA (WS-IDX-TRF)
               MOVE TRF-DEPTO-ORIGEM
                   TO WS-TRF-ORIGEM (WS-IDX-TRF)
               MOVE TRF-DEPTO-DESTINO
                   TO WS-TRF-DESTINO (WS-IDX-TRF)
           END-IF.
       4250-EXIT.
           EXIT.

      * 4300-CONTAR-PERIODOS - conta os contratos anteriores (PERIODOS)
      * da matricula no quadro.
       4300-CONTAR-PERIODOS.
           IF NOT WS-PERIODOS-DISPONIVEL
               GO TO 4300-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-PERIODOS.
           MOVE EMP-MATRICULA TO PER-MATRICULA.
           MOVE 0 TO PER-SEQUENCIA.
           START PERIODOS-ARQ KEY IS NOT LESS THAN PER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PERIODOS
           END-START.
           IF WS-PERIODOS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PERIODOS
           END-IF.
           PERFORM 4350-CONTAR-UM-PERIODO THRU 4350-EXIT
               UNTIL FIM-DOS-PERIODOS.
       4300-EXIT.
           EXIT.

       4350-CONTAR-UM-PERIODO.
           READ PERIODOS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PERIODOS
                   GO TO 4350-EXIT
           END-READ.
           IF WS-PERIODOS-STATUS NOT = '00'
               OR PER-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-PERIODOS
               GO TO 4350-EXIT
           END-IF.
           MOVE PER-DATA-ADMISSAO     TO WS-VINC-ADMISSAO.
           MOVE PER-DATA-DESLIGAMENTO TO WS-VINC-DESLIGAMENTO.
           PERFORM 4400-CONTAR-VINCULO THRU 4400-EXIT.
       4350-EXIT.
           EXIT.

       4400-CONTAR-VINCULO.
           PERFORM 4450-CONTAR-MES THRU 4450-EXIT
               VARYING WS-MES-CORRENTE FROM 1 BY 1
               UNTIL WS-MES-CORRENTE > WS-PARM-MES.
       4400-EXIT.
           EXIT.

       4450-CONTAR-MES.
           COMPUTE WS-FIM-DO-MES = WS-PARM-ANO * 10000
               + WS-MES-CORRENTE * 100 + 31.
           IF WS-VINC-ADMISSAO = 0
               OR WS-VINC-ADMISSAO > WS-FIM-DO-MES
               GO TO 4450-EXIT
           END-IF.
           IF WS-VINC-DESLIGAMENTO NOT = 0
               AND WS-VINC-DESLIGAMENTO <= WS-FIM-DO-MES
               GO TO 4450-EXIT
           END-IF.
           MOVE WS-FIM-DO-MES TO WS-DATA-REFERENCIA.
           PERFORM 4500-DEPTO-NA-DATA THRU 4500-EXIT.
           MOVE WS-MES-CORRENTE  TO WS-FATO-MES.
           MOVE EMP-EMPRESA      TO WS-FATO-EMPRESA.
           MOVE WS-DEPTO-NA-DATA TO WS-FATO-DEPTO.
           MOVE 1 TO WS-FATO-VALOR (1).
           MOVE 0 TO WS-FATO-VALOR (2).
           MOVE 0 TO WS-FATO-VALOR (3).
           MOVE 0 TO WS-FATO-VALOR (4).
           PERFORM 3300-BUSCAR-CENTRO-CUSTO THRU 3300-EXIT.
           PERFORM 6000-LANCAR-REALIZADO THRU 6000-EXIT.
       4450-EXIT.
           EXIT.

      ******************************************************************
      * 4500-DEPTO-NA-DATA - departamento vigente na data de
      * referencia: destino da ultima transferencia com vigencia ate a
      * data; antes da primeira transferencia vale a origem dela; sem
      * transferencia, o departamento atual do mestre.
      ******************************************************************
       4500-DEPTO-NA-DATA.
           MOVE EMP-DEPARTAMENTO TO WS-DEPTO-NA-DATA.
           IF WS-QTD-TRANSF = 0
               GO TO 4500-EXIT
           END-IF.
           MOVE 0 TO WS-MELHOR-VIGENCIA.
           MOVE 99999999 TO WS-PRIMEIRA-VIGENCIA.
           MOVE SPACES TO WS-PRIMEIRA-ORIGEM.
           PERFORM 4550-TESTAR-TRANSFERENCIA THRU 4550-EXIT
               VARYING WS-IDX-TRF FROM 1 BY 1
               UNTIL WS-IDX-TRF > WS-QTD-TRANSF.
           IF WS-MELHOR-VIGENCIA = 0
               MOVE WS-PRIMEIRA-ORIGEM TO WS-DEPTO-NA-DATA
           END-IF.
       4500-EXIT.
           EXIT.

       4550-TESTAR-TRANSFERENCIA.
           IF WS-TRF-VIGENCIA (WS-IDX-TRF) <= WS-DATA-REFERENCIA
               AND WS-TRF-VIGENCIA (WS-IDX-TRF) >= WS-MELHOR-VIGENCIA
               MOVE WS-TRF-VIGENCIA (WS-IDX-TRF)
                   TO WS-MELHOR-VIGENCIA
               MOVE WS-TRF-DESTINO (WS-IDX-TRF) TO WS-DEPTO-NA-DATA
           END-IF.
           IF WS-TRF-VIGENCIA (WS-IDX-TRF) < WS-PRIMEIRA-VIGENCIA
               MOVE WS-TRF-VIGENCIA (WS-IDX-TRF)
                   TO WS-PRIMEIRA-VIGENCIA
               MOVE WS-TRF-ORIGEM (WS-IDX-TRF)
                   TO WS-PRIMEIRA-ORIGEM
           END-IF.
       4550-EXIT.
           EXIT.

       4900-LER-PROXIMO.
           READ EMPREG-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-EMPREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       4900-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ACHAR-UNIDADE - posiciona WS-IDX-UNI na unidade de
      * WS-CHAVE-UNIDADE. Nao achada, so e criada com WS-PODE-CRIAR
      * ligado; com a tabela cheia a unidade fica fora do relatorio.
      ******************************************************************
       5000-ACHAR-UNIDADE.
           MOVE 'N' TO WS-ACHOU-UNIDADE.
           SET WS-IDX-UNI TO 1.
           SEARCH WS-UNI-ITEM
               AT END
                   IF WS-PODE-CRIAR
                       PERFORM 5100-INCLUIR-UNIDADE THRU 5100-EXIT
                   END-IF
               WHEN WS-IDX-UNI > WS-QTD-UNIDADES
                   IF WS-PODE-CRIAR
                       PERFORM 5100-INCLUIR-UNIDADE THRU 5100-EXIT
                   END-IF
               WHEN WS-UNI-EMPRESA (WS-IDX-UNI) = WS-CHV-EMPRESA
                   AND WS-UNI-TIPO (WS-IDX-UNI) = WS-CHV-TIPO
                   AND WS-UNI-CODIGO (WS-IDX-UNI) = WS-CHV-CODIGO
                   MOVE 'S' TO WS-ACHOU-UNIDADE
           END-SEARCH.
       5000-EXIT.
           EXIT.

       5100-INCLUIR-UNIDADE.
           IF WS-QTD-UNIDADES NOT < 200
               DISPLAY 'ORCAREAL: MAIS DE 200 UNIDADES - '
                   WS-CHV-TIPO ' ' WS-CHV-CODIGO ' FORA DO RELATORIO'
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-QTD-UNIDADES.
           SET WS-IDX-UNI TO WS-QTD-UNIDADES.
           MOVE WS-CHV-EMPRESA TO WS-UNI-EMPRESA (WS-IDX-UNI).
           MOVE WS-CHV-TIPO    TO WS-UNI-TIPO (WS-IDX-UNI).
           MOVE WS-CHV-CODIGO  TO WS-UNI-CODIGO (WS-IDX-UNI).
           MOVE 'N'            TO WS-UNI-ORCADA (WS-IDX-UNI).
           PERFORM 5150-ZERAR-ITEM THRU 5150-EXIT
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > 5.
           MOVE 'S' TO WS-ACHOU-UNIDADE.
       5100-EXIT.
           EXIT.

       5150-ZERAR-ITEM.
           MOVE 0 TO WS-UNI-ORC-MES (WS-IDX-UNI, WS-IDX-ITEM).
           MOVE 0 TO WS-UNI-ORC-ACUM (WS-IDX-UNI, WS-IDX-ITEM).
           MOVE 0 TO WS-UNI-REAL-MES (WS-IDX-UNI, WS-IDX-ITEM).
           MOVE 0 TO WS-UNI-REAL-ACUM (WS-IDX-UNI, WS-IDX-ITEM).
       5150-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LANCAR-REALIZADO - soma o lancamento em WS-FATO na unidade
      * do centro de custo e na do departamento, se orcadas; sem
      * nenhuma das duas, abre a unidade do departamento como sem
      * orcamento.
      ******************************************************************
       6000-LANCAR-REALIZADO.
           MOVE 'N' TO WS-LANCADO.
           MOVE 'N' TO WS-CRIAR-UNIDADE.
           MOVE WS-FATO-EMPRESA TO WS-CHV-EMPRESA.
           IF WS-FATO-CENTRO NOT = SPACES
               MOVE 'C'            TO WS-CHV-TIPO
               MOVE WS-FATO-CENTRO TO WS-CHV-CODIGO
               PERFORM 5000-ACHAR-UNIDADE THRU 5000-EXIT
               IF WS-UNIDADE-ACHADA
                   PERFORM 6100-SOMAR-FATO THRU 6100-EXIT
               END-IF
           END-IF.
           MOVE 'D'             TO WS-CHV-TIPO.
           MOVE WS-FATO-DEPTO   TO WS-CHV-CODIGO.
           PERFORM 5000-ACHAR-UNIDADE THRU 5000-EXIT.
           IF WS-UNIDADE-ACHADA
               PERFORM 6100-SOMAR-FATO THRU 6100-EXIT
           END-IF.
           IF WS-VALOR-LANCADO
               GO TO 6000-EXIT
           END-IF.
           MOVE 'S' TO WS-CRIAR-UNIDADE.
           PERFORM 5000-ACHAR-UNIDADE THRU 5000-EXIT.
           IF WS-UNIDADE-ACHADA
               PERFORM 6100-SOMAR-FATO THRU 6100-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-SOMAR-FATO.
           PERFORM 6150-SOMAR-ITEM THRU 6150-EXIT
               VARYING WS-IDX-FATO FROM 1 BY 1
               UNTIL WS-IDX-FATO > 4.
           MOVE 'S' TO WS-LANCADO.
       6100-EXIT.
           EXIT.

       6150-SOMAR-ITEM.
           SET WS-IDX-ITEM TO WS-IDX-FATO.
           ADD WS-FATO-VALOR (WS-IDX-FATO)
               TO WS-UNI-REAL-ACUM (WS-IDX-UNI, WS-IDX-ITEM).
           IF WS-FATO-MES = WS-PARM-MES
               ADD WS-FATO-VALOR (WS-IDX-FATO)
                   TO WS-UNI-REAL-MES (WS-IDX-UNI, WS-IDX-ITEM)
           END-IF.
       6150-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-UNIDADES - um bloco por unidade: a linha da
      * unidade e uma linha por item com orcado, realizado, variacao
      * em valor e em percentual, no mes e no acumulado do ano.
      ******************************************************************
       7000-IMPRIMIR-UNIDADES.
           PERFORM 7100-IMPRIMIR-UNIDADE THRU 7100-EXIT
               VARYING WS-IDX-UNI FROM 1 BY 1
               UNTIL WS-IDX-UNI > WS-QTD-UNIDADES.
       7000-EXIT.
           EXIT.

       7100-IMPRIMIR-UNIDADE.
           PERFORM 7150-SOMAR-CUSTO-TOTAL THRU 7150-EXIT.
           MOVE 'N' TO WS-ESTOURO-UNIDADE.
           MOVE WS-UNI-EMPRESA (WS-IDX-UNI) TO DET1O-EMPRESA.
           MOVE WS-UNI-CODIGO (WS-IDX-UNI)  TO DET1O-UNIDADE.
           MOVE SPACES TO DET1O-NOME.
           MOVE SPACES TO DET1O-SITUACAO.
           IF WS-UNI-TIPO (WS-IDX-UNI) = 'C'
               MOVE 'C. CUSTO' TO DET1O-TIPO
           ELSE
               MOVE 'DEPARTAMENTO' TO DET1O-TIPO
               IF WS-DEPTOS-DISPONIVEL
                   MOVE WS-UNI-CODIGO (WS-IDX-UNI) TO DEP-CODIGO
                   READ DEPTOS-ARQ
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DEP-NOME TO DET1O-NOME
                   END-READ
               END-IF
           END-IF.
           PERFORM 7200-AVALIAR-ITEM THRU 7200-EXIT
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > 5.
           IF NOT WS-UNI-COM-ORCAMENTO (WS-IDX-UNI)
               MOVE 'SEM ORCAMENTO' TO DET1O-SITUACAO
               ADD 1 TO WS-QTD-SEM-ORCAMENTO
           ELSE
               IF WS-UNIDADE-ACIMA
                   MOVE 'ACIMA DA TOLERANCIA' TO DET1O-SITUACAO
                   ADD 1 TO WS-QTD-ACIMA
               END-IF
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE DET1O TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 7300-GRAVAR-ITEM THRU 7300-EXIT
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > 5.
       7100-EXIT.
           EXIT.

      * 7150-SOMAR-CUSTO-TOTAL - item 5 = massa + encargos + horas
      * extras, nas quatro colunas.
       7150-SOMAR-CUSTO-TOTAL.
           COMPUTE WS-UNI-ORC-MES (WS-IDX-UNI, 5) =
               WS-UNI-ORC-MES (WS-IDX-UNI, 2)
               + WS-UNI-ORC-MES (WS-IDX-UNI, 3)
               + WS-UNI-ORC-MES (WS-IDX-UNI, 4).
           COMPUTE WS-UNI-ORC-ACUM (WS-IDX-UNI, 5) =
               WS-UNI-ORC-ACUM (WS-IDX-UNI, 2)
               + WS-UNI-ORC-ACUM (WS-IDX-UNI, 3)
               + WS-UNI-ORC-ACUM (WS-IDX-UNI, 4).
           COMPUTE WS-UNI-REAL-MES (WS-IDX-UNI, 5) =
               WS-UNI-REAL-MES (WS-IDX-UNI, 2)
               + WS-UNI-REAL-MES (WS-IDX-UNI, 3)
               + WS-UNI-REAL-MES (WS-IDX-UNI, 4).
           COMPUTE WS-UNI-REAL-ACUM (WS-IDX-UNI, 5) =
               WS-UNI-REAL-ACUM (WS-IDX-UNI, 2)
               + WS-UNI-REAL-ACUM (WS-IDX-UNI, 3)
               + WS-UNI-REAL-ACUM (WS-IDX-UNI, 4).
       7150-EXIT.
           EXIT.

      ******************************************************************
      * 7200-AVALIAR-ITEM - primeira passada nos itens da unidade: so
      * apura se o quadro ou o custo total passou da tolerancia, para
      * a situacao da unidade sair na linha de cabecalho do bloco.
      ******************************************************************
       7200-AVALIAR-ITEM.
           IF WS-IDX-ITEM NOT = 1 AND WS-IDX-ITEM NOT = 5
               GO TO 7200-EXIT
           END-IF.
           PERFORM 7400-COMPARAR-ITEM THRU 7400-EXIT.
           IF WS-ACIMA-TOLERANCIA
               MOVE 'S' TO WS-ESTOURO-UNIDADE
           END-IF.
       7200-EXIT.
           EXIT.

       7300-GRAVAR-ITEM.
           PERFORM 7400-COMPARAR-ITEM THRU 7400-EXIT.
           MOVE WS-ROTULO-ITEM (WS-IDX-ITEM) TO DET2O-ITEM.
           MOVE WS-ORCADO-MES  TO DET2O-ORC-MES.
           MOVE WS-REAL-MES    TO DET2O-REAL-MES.
           COMPUTE DET2O-VAR-MES = WS-REAL-MES - WS-ORCADO-MES.
           MOVE WS-ORCADO-MES  TO WS-PCT-ORCADO.
           MOVE WS-REAL-MES    TO WS-PCT-REAL.
           PERFORM 7500-CALCULAR-PERCENTUAL THRU 7500-EXIT.
           MOVE WS-VARIACAO-PCT TO DET2O-PCT-MES.
           MOVE WS-ORCADO-ACUM TO DET2O-ORC-ACUM.
           MOVE WS-REAL-ACUM   TO DET2O-REAL-ACUM.
           COMPUTE DET2O-VAR-ACUM = WS-REAL-ACUM - WS-ORCADO-ACUM.
           MOVE WS-ORCADO-ACUM TO WS-PCT-ORCADO.
           MOVE WS-REAL-ACUM   TO WS-PCT-REAL.
           PERFORM 7500-CALCULAR-PERCENTUAL THRU 7500-EXIT.
           MOVE WS-VARIACAO-PCT TO DET2O-PCT-ACUM.
           IF WS-ACIMA-TOLERANCIA
               MOVE '**' TO DET2O-MARCA
           ELSE
               MOVE SPACES TO DET2O-MARCA
           END-IF.
           MOVE DET2O TO REL-LINHA.
           WRITE REL-LINHA.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 7400-COMPARAR-ITEM - carrega orcado e realizado do item
      * corrente, no mes e no acumulado (quadro acumulado = media dos
      * meses), e liga WS-ACIMA-TOLERANCIA se a variacao de um dos dois
      * passar da tolerancia. Sem orcado nao ha percentual a comparar.
      ******************************************************************
       7400-COMPARAR-ITEM.
           MOVE 'N' TO WS-ESTOURO.
           MOVE WS-UNI-ORC-MES (WS-IDX-UNI, WS-IDX-ITEM)
               TO WS-ORCADO-MES.
           MOVE WS-UNI-REAL-MES (WS-IDX-UNI, WS-IDX-ITEM)
               TO WS-REAL-MES.
           IF WS-IDX-ITEM = 1
               COMPUTE WS-ORCADO-ACUM ROUNDED =
                   WS-UNI-ORC-ACUM (WS-IDX-UNI, 1) / WS-PARM-MES
               COMPUTE WS-REAL-ACUM ROUNDED =
                   WS-UNI-REAL-ACUM (WS-IDX-UNI, 1) / WS-PARM-MES
           ELSE
               MOVE WS-UNI-ORC-ACUM (WS-IDX-UNI, WS-IDX-ITEM)
                   TO WS-ORCADO-ACUM
               MOVE WS-UNI-REAL-ACUM (WS-IDX-UNI, WS-IDX-ITEM)
                   TO WS-REAL-ACUM
           END-IF.
           IF WS-ORCADO-MES > 0
               AND (WS-REAL-MES - WS-ORCADO-MES) * 100
                   > WS-ORCADO-MES * WS-PARM-TOLERANCIA
               MOVE 'S' TO WS-ESTOURO
           END-IF.
           IF WS-ORCADO-ACUM > 0
               AND (WS-REAL-ACUM - WS-ORCADO-ACUM) * 100
                   > WS-ORCADO-ACUM * WS-PARM-TOLERANCIA
               MOVE 'S' TO WS-ESTOURO
           END-IF.
       7400-EXIT.
           EXIT.

      * 7500-CALCULAR-PERCENTUAL - variacao de WS-PCT-REAL sobre
      * WS-PCT-ORCADO em percentual, limitada ao que cabe na coluna.
       7500-CALCULAR-PERCENTUAL.
           IF WS-PCT-ORCADO = 0
               MOVE 0 TO WS-VARIACAO-PCT
               GO TO 7500-EXIT
           END-IF.
           COMPUTE WS-VARIACAO-PCT ROUNDED =
               (WS-PCT-REAL - WS-PCT-ORCADO) / WS-PCT-ORCADO * 100
               ON SIZE ERROR
                   MOVE 9999,99 TO WS-VARIACAO-PCT
           END-COMPUTE.
       7500-EXIT.
           EXIT.

       7900-IMPRIMIR-TOTAIS.
           MOVE WS-QTD-UNIDADES      TO TOT1O-UNIDADES.
           MOVE WS-QTD-ACIMA         TO TOT1O-ACIMA.
           MOVE WS-QTD-SEM-ORCAMENTO TO TOT1O-SEM-ORCAMENTO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1O TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE TOT1O TO REL-LINHA.
           WRITE REL-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-ALERTAR-ESTOURO - deixa na caixa MSGREG o aviso urgente
      * das unidades acima da tolerancia na competencia.
      ******************************************************************
       8000-ALERTAR-ESTOURO.
           MOVE WS-QTD-ACIMA TO WS-QTD-EDITADA.
           MOVE 'FINANCAS' TO GRV-DESTINATARIO.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'ORCAREAL: '          DELIMITED BY SIZE
                  WS-QTD-EDITADA        DELIMITED BY SIZE
                  ' UNIDADE(S) ACIMA DO ORCAMENTO EM '
                                        DELIMITED BY SIZE
                  WS-PARM-MES           DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-PARM-ANO           DELIMITED BY SIZE
                  ' - VER '             DELIMITED BY SIZE
                  WS-NOME-RELATORIO     DELIMITED BY SPACE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'U' TO GRV-PRIORIDADE.
           CALL 'MSGGRAV' USING GRV-PARAMETROS.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos e mostra os totais.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT WS-ARQUIVOS-ABERTOS
               GO TO 9000-EXIT
           END-IF.
           CLOSE ORCAMENTO-ARQ.
           CLOSE FOLHAHIS-ARQ.
           CLOSE EMPREG-ARQ.
           IF WS-HORASEXT-DISPONIVEL
               CLOSE HORASEXT-ARQ
           END-IF.
           IF WS-ENCARGOS-DISPONIVEL
               CLOSE ENCARGOS-ARQ
           END-IF.
           IF WS-DEPTOS-DISPONIVEL
               CLOSE DEPTOS-ARQ
           END-IF.
           IF WS-PERIODOS-DISPONIVEL
               CLOSE PERIODOS-ARQ
           END-IF.
           IF WS-TRANSFER-DISPONIVEL
               CLOSE TRANSFER-ARQ
           END-IF.
           IF WS-RELATORIO-STATUS = '00'
               CLOSE RELATORIO-ARQ
               DISPLAY 'ORCAREAL: RELATORIO GRAVADO EM '
                   WS-NOME-RELATORIO
           END-IF.
           DISPLAY 'ORCAREAL: FOLHAS APURADAS......: ' WS-QTD-FOLHAS.
           DISPLAY 'ORCAREAL: SEM REGISTRO HORASEXT: '
               WS-QTD-SEM-HORASEXT.
           DISPLAY 'ORCAREAL: UNIDADES ACIMA.......: ' WS-QTD-ACIMA.
       9000-EXIT.
           EXIT.
