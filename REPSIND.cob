       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPSIND.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Repasse das contribuicoes sindicais. Para a
      *             competencia fechada informada, lista por sindicato
      *             (mestre SINDIC, na ordem do codigo) as
      *             contribuicoes descontadas pelo RELAT e gravadas no
      *             SINDHIS - matricula, nome, departamento, base e
      *             valor -, com o CNPJ e a conta bancaria de repasse
      *             no cabecalho de cada sindicato, o total a repassar
      *             a cada um e o total geral. Filtros opcionais de
      *             sindicato e de empresa (99 = todas). Saida no
      *             arquivo de impressao datado REPSIND-AAAAMMDD-HHMM.
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
           SELECT SINDIC-ARQ
               ASSIGN TO "SINDIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CODIGO
               FILE STATUS IS WS-SINDIC-STATUS.

           SELECT SINDHIS-ARQ
               ASSIGN TO "SINDHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDH-CHAVE
               FILE STATUS IS WS-SINDHIS-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SINDIC-ARQ
           LABEL RECORD IS STANDARD.
           COPY SINDICC.

       FD  SINDHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY SINDHC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-SINDIC-STATUS        PIC X(02) VALUE '00'.
           05 WS-SINDHIS-STATUS       PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-FIM-SINDHIS          PIC X(01) VALUE 'N'.
               88 FIM-DO-SINDHIS      VALUE 'S'.
           05 WS-CABECALHO-SIND       PIC X(01) VALUE 'N'.
               88 WS-SINDICATO-IMPRESSO VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-SINDICATO       PIC X(02) VALUE SPACES.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 99.
               88 WS-TODAS-AS-EMPRESAS VALUE 99.

       01  WS-NOME-RELATORIO          PIC X(21) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

       01  WS-TOTAIS-SINDICATO.
           05 WS-QTD-SINDICATO        PIC 9(05) COMP VALUE 0.
           05 WS-TOTAL-SINDICATO      PIC S9(09)V99 VALUE 0.

       01  WS-TOTAIS-GERAIS.
           05 WS-QTD-SINDICATOS       PIC 9(03) COMP VALUE 0.
           05 WS-QTD-GERAL            PIC 9(05) COMP VALUE 0.
           05 WS-TOTAL-GERAL          PIC S9(09)V99 VALUE 0.

       01  CAB1U.
           05 FILLER       PIC X(90) VALUE ALL '-'.

       01  CAB2U.
           05 FILLER       PIC X(42) VALUE
               'REPASSE DE CONTRIBUICOES SINDICAIS - COMP '.
           05 CAB2U-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2U-ANO    PIC 9999.
           05 FILLER       PIC X(11) VALUE ' - EMPRESA '.
           05 CAB2U-EMPRESA PIC X(05).

       01  CAB3U.
           05 FILLER       PIC X(11) VALUE 'SINDICATO: '.
           05 CAB3U-CODIGO PIC X(02).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 CAB3U-NOME   PIC X(40).
           05 FILLER       PIC X(07) VALUE ' CNPJ: '.
           05 CAB3U-CNPJ   PIC 9(14).

       01  CAB4U.
           05 FILLER       PIC X(20) VALUE 'CONTA DE REPASSE:   '.
           05 FILLER       PIC X(07) VALUE 'BANCO '.
           05 CAB4U-BANCO  PIC 9(03).
           05 FILLER       PIC X(06) VALUE '  AG. '.
           05 CAB4U-AGENCIA PIC 9(05).
           05 FILLER       PIC X(09) VALUE '  CONTA '.
           05 CAB4U-CONTA  PIC 9(10).
           05 FILLER       PIC X(01) VALUE '-'.
           05 CAB4U-CONTA-DV PIC X(01).

       01  CAB5U.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(08) VALUE 'MATRIC. '.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(31) VALUE 'NOME'.
           05 FILLER       PIC X(06) VALUE 'DEPTO '.
           05 FILLER       PIC X(03) VALUE 'EMP'.
           05 FILLER       PIC X(14) VALUE '          BASE'.
           05 FILLER       PIC X(14) VALUE '         VALOR'.

       01  DET1U.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1U-MATRICULA PIC 9(06).
           05 FILLER       PIC X(04) VALUE SPACES.
           05 DET1U-NOME   PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1U-DEPTO  PIC X(04).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1U-EMPRESA PIC 9(02).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1U-BASE   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1U-VALOR  PIC -Z.ZZZ.ZZ9,99.

       01  TOT1U.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 TOT1U-ROTULO PIC X(30).
           05 TOT1U-QTD    PIC ZZ.ZZ9.
           05 FILLER       PIC X(15) VALUE ' CONTRIBUINTES'.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 TOT1U-VALOR  PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-SINDICATO THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - le a competencia e os filtros, abre os
      * arquivos e imprime o cabecalho. Sem o mestre SINDIC ou sem o
      * historico SINDHIS nao ha repasse a listar: o job termina com
      * aviso.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'MES DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           DISPLAY 'SINDICATO (BRANCO = TODOS): ' WITH NO ADVANCING.
           ACCEPT WS-PARM-SINDICATO.
           DISPLAY 'EMPRESA (99 = TODAS): ' WITH NO ADVANCING.
           ACCEPT WS-PARM-EMPRESA.
           OPEN INPUT SINDIC-ARQ.
           IF WS-SINDIC-STATUS NOT = '00'
               DISPLAY 'REPSIND: ERRO AO ABRIR SINDIC - STATUS '
                   WS-SINDIC-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT SINDHIS-ARQ.
           IF WS-SINDHIS-STATUS NOT = '00'
               DISPLAY 'REPSIND: ERRO AO ABRIR SINDHIS - STATUS '
                   WS-SINDHIS-STATUS
               DISPLAY 'REPSIND: A COMPETENCIA JA FOI FECHADA NO '
                   'RELAT?'
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'REPSIND-'           DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'REPSIND: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-MES TO CAB2U-MES.
           MOVE WS-PARM-ANO TO CAB2U-ANO.
           IF WS-TODAS-AS-EMPRESAS
               MOVE 'TODAS' TO CAB2U-EMPRESA
           ELSE
               MOVE WS-PARM-EMPRESA TO CAB2U-EMPRESA
           END-IF.
           MOVE CAB1U TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2U TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1U TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 2900-LER-PROXIMO-SINDICATO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-SINDICATO - varre o SINDHIS atras das
      * contribuicoes da competencia descontadas para o sindicato
      * corrente e fecha o bloco com o total a repassar. Sindicato sem
      * contribuicao na competencia nao sai no relatorio.
      ******************************************************************
       2000-PROCESSAR-SINDICATO.
           IF WS-PARM-SINDICATO NOT = SPACES
               AND WS-PARM-SINDICATO NOT = SIN-CODIGO
               GO TO 2000-LER
           END-IF.
           MOVE 'N' TO WS-CABECALHO-SIND.
           MOVE 0 TO WS-QTD-SINDICATO.
           MOVE 0 TO WS-TOTAL-SINDICATO.
           MOVE 'N' TO WS-FIM-SINDHIS.
           MOVE LOW-VALUES TO SDH-CHAVE.
           START SINDHIS-ARQ KEY IS NOT LESS THAN SDH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-SINDHIS
           END-START.
           PERFORM 2100-LISTAR-CONTRIBUICAO THRU 2100-EXIT
               UNTIL FIM-DO-SINDHIS.
           IF WS-SINDICATO-IMPRESSO
               PERFORM 2300-IMPRIMIR-TOTAL-SINDICATO THRU 2300-EXIT
           END-IF.
       2000-LER.
           PERFORM 2900-LER-PROXIMO-SINDICATO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-LISTAR-CONTRIBUICAO.
           READ SINDHIS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-SINDHIS
                   GO TO 2100-EXIT
           END-READ.
           IF WS-SINDHIS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-SINDHIS
               GO TO 2100-EXIT
           END-IF.
           IF SDH-ANO NOT = WS-PARM-ANO
               OR SDH-MES NOT = WS-PARM-MES
               OR SDH-SINDICATO NOT = SIN-CODIGO
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-TODAS-AS-EMPRESAS
               AND SDH-EMPRESA NOT = WS-PARM-EMPRESA
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-SINDICATO-IMPRESSO
               PERFORM 2200-IMPRIMIR-CABECALHO-SIND THRU 2200-EXIT
           END-IF.
           MOVE SDH-MATRICULA    TO DET1U-MATRICULA.
           MOVE SDH-NOME         TO DET1U-NOME.
           MOVE SDH-DEPARTAMENTO TO DET1U-DEPTO.
           MOVE SDH-EMPRESA      TO DET1U-EMPRESA.
           MOVE SDH-BASE         TO DET1U-BASE.
           MOVE SDH-VALOR        TO DET1U-VALOR.
           MOVE DET1U TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1         TO WS-QTD-SINDICATO.
           ADD SDH-VALOR TO WS-TOTAL-SINDICATO.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-IMPRIMIR-CABECALHO-SIND - identificacao do sindicato e da
      * conta de repasse, antes da primeira contribuicao listada.
      ******************************************************************
       2200-IMPRIMIR-CABECALHO-SIND.
           MOVE 'S' TO WS-CABECALHO-SIND.
           MOVE SIN-CODIGO   TO CAB3U-CODIGO.
           MOVE SIN-NOME     TO CAB3U-NOME.
           MOVE SIN-CNPJ     TO CAB3U-CNPJ.
           MOVE SIN-BANCO    TO CAB4U-BANCO.
           MOVE SIN-AGENCIA  TO CAB4U-AGENCIA.
           MOVE SIN-CONTA    TO CAB4U-CONTA.
           MOVE SIN-CONTA-DV TO CAB4U-CONTA-DV.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3U TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB4U TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB5U TO REL-LINHA.
           WRITE REL-LINHA.
       2200-EXIT.
           EXIT.

       2300-IMPRIMIR-TOTAL-SINDICATO.
           MOVE 'TOTAL A REPASSAR AO SINDICATO ' TO TOT1U-ROTULO.
           MOVE WS-QTD-SINDICATO   TO TOT1U-QTD.
           MOVE WS-TOTAL-SINDICATO TO TOT1U-VALOR.
           MOVE TOT1U TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1                  TO WS-QTD-SINDICATOS.
           ADD WS-QTD-SINDICATO   TO WS-QTD-GERAL.
           ADD WS-TOTAL-SINDICATO TO WS-TOTAL-GERAL.
       2300-EXIT.
           EXIT.

       2900-LER-PROXIMO-SINDICATO.
           READ SINDIC-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-SINDIC-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - imprime o total geral, fecha os arquivos e
      * resume a execucao.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE SINDIC-ARQ.
           CLOSE SINDHIS-ARQ.
           IF WS-NOME-RELATORIO = SPACES
               OR WS-RELATORIO-STATUS NOT = '00'
               GO TO 9000-EXIT
           END-IF.
           MOVE CAB1U TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL GERAL DE REPASSES      ' TO TOT1U-ROTULO.
           MOVE WS-QTD-GERAL   TO TOT1U-QTD.
           MOVE WS-TOTAL-GERAL TO TOT1U-VALOR.
           MOVE TOT1U TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-ARQ.
           IF WS-QTD-SINDICATOS = 0
               DISPLAY 'REPSIND: NENHUMA CONTRIBUICAO SINDICAL NA '
                   'COMPETENCIA'
           END-IF.
           DISPLAY 'REPSIND: RELATORIO GRAVADO EM '
               WS-NOME-RELATORIO.
       9000-EXIT.
           EXIT.
