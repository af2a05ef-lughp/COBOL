      *             emite um informe por funcionario (uma matricula ou
      *             todos com folha no ano), com CPF e endereco do
      *             EMPCOMP no cabecalho, o detalhe mes a mes (salario,
      *             salario-familia, horas extras, INSS, IRRF, pensao
      *             alimenticia, liquido) e os totais anuais por verba,
      *             mais a pagina de totais consolidados no fim -
      *             acabou a somatoria em planilha na epoca da
      *             declaracao. O 13o salario pago no ano (HIST13) sai
      *             em linha propria, de tributacao exclusiva. As
      *             folhas complementares da competencia (FOLHACPL)
      *             somam no mes em coluna propria, com as diferencas
      *             de INSS e IRRF e o liquido.
      *
      * Historico de alteracoes:
      *   03/09/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Coluna de pensao alimenticia judicial paga
      *                   (FH-VALOR-PENSAO) no detalhe e no total do
      *                   ano, informada como deducao do rendimento
      *                   tributavel, e total na pagina consolidada.
      *   15/10/2026 LHP  13o salario do HIST13 (bruto, INSS, IRRF e
      *                   pensao) em linha de tributacao exclusiva no
      *                   informe e na pagina consolidada, que o
      *                   DECLANUA reproduz na conferencia da
      *                   declaracao anual.
      *   15/10/2026 LHP  Folhas complementares do FOLHACPL: coluna de
      *                   complemento no detalhe, no total do ano e na
      *                   pagina consolidada; diferencas de INSS e IRRF
      *                   e liquido somados no mes. Mes so com
      *                   complemento tambem sai.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ECP-MATRICULA
               FILE STATUS IS WS-EMPCOMP-STATUS.

           SELECT HIST13-ARQ
               ASSIGN TO "HIST13"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H13-CHAVE
               FILE STATUS IS WS-HIST13-STATUS.

           SELECT FOLHACPL-ARQ
               ASSIGN TO "FOLHACPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHC-CHAVE
               FILE STATUS IS WS-FOLHACPL-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY EMPCOMPC.

       FD  HIST13-ARQ
           LABEL RECORD IS STANDARD.
           COPY HIST13C.

       FD  FOLHACPL-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHCPC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-FOLHAHIS-STATUS      PIC X(02) VALUE '00'.
           05 WS-EMPCOMP-STATUS       PIC X(02) VALUE '00'.
           05 WS-HIST13-STATUS        PIC X(02) VALUE '00'.
           05 WS-FOLHACPL-STATUS      PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-EMPCOMP-OK           PIC X(01) VALUE 'N'.
               88 WS-EMPCOMP-DISPONIVEL VALUE 'S'.
           05 WS-HIST13-OK            PIC X(01) VALUE 'N'.
               88 WS-HIST13-DISPONIVEL VALUE 'S'.
           05 WS-FOLHACPL-OK          PIC X(01) VALUE 'N'.
               88 WS-FOLHACPL-DISPONIVEL VALUE 'S'.
           05 WS-FIM-FOLHACPL         PIC X(01) VALUE 'N'.
               88 FIM-DO-FOLHACPL     VALUE 'S'.
           05 WS-ACHOU-FOLHA-MES      PIC X(01) VALUE 'N'.
               88 WS-HA-FOLHA-NO-MES  VALUE 'S'.
           05 WS-TEVE-FOLHA           PIC X(01) VALUE 'N'.
               88 WS-TEM-FOLHA-NO-ANO VALUE 'S'.

           05 WS-PARM-MATRICULA       PIC 9(06) VALUE 0.

       01  WS-MES-CORRENTE            PIC 9(02) VALUE 0.
       01  WS-PARCELA                 PIC 9(01) VALUE 0.

      * Folhas complementares da competencia corrente (FOLHACPL).
       01  WS-COMPLEMENTOS-MES.
           05 WS-MES-COMPL            PIC S9(09)V99 VALUE 0.
           05 WS-MES-COMPL-INSS       PIC S9(09)V99 VALUE 0.
           05 WS-MES-COMPL-IRRF       PIC S9(09)V99 VALUE 0.
           05 WS-MES-COMPL-LIQUIDO    PIC S9(09)V99 VALUE 0.

       01  WS-TOTAIS-FUNCIONARIO.
           05 WS-FUNC-SALARIO         PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-SALFAM          PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-HREXT           PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-COMPL           PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-INSS            PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-IRRF            PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-PENSAO          PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-LIQUIDO         PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-13-BRUTO        PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-13-INSS         PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-13-IRRF         PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-13-PENSAO       PIC S9(09)V99 VALUE 0.

       01  WS-TOTAIS-CONSOLIDADOS.
           05 WS-CONS-SALARIO         PIC S9(11)V99 VALUE 0.
           05 WS-CONS-SALFAM          PIC S9(11)V99 VALUE 0.
           05 WS-CONS-HREXT           PIC S9(11)V99 VALUE 0.
           05 WS-CONS-COMPL           PIC S9(11)V99 VALUE 0.
           05 WS-CONS-INSS            PIC S9(11)V99 VALUE 0.
           05 WS-CONS-IRRF            PIC S9(11)V99 VALUE 0.
           05 WS-CONS-PENSAO          PIC S9(11)V99 VALUE 0.
           05 WS-CONS-LIQUIDO         PIC S9(11)V99 VALUE 0.
           05 WS-CONS-13-BRUTO        PIC S9(11)V99 VALUE 0.
           05 WS-CONS-13-INSS         PIC S9(11)V99 VALUE 0.
           05 WS-CONS-13-IRRF         PIC S9(11)V99 VALUE 0.
           05 WS-CONS-13-PENSAO       PIC S9(11)V99 VALUE 0.
           05 WS-QTD-INFORMES         PIC 9(05) VALUE 0.

       01  WS-NOME-RELATORIO          PIC X(21) VALUE SPACES.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

       01  CAB1I.
           05 FILLER       PIC X(128) VALUE ALL '-'.

       01  CAB2I.
           05 FILLER       PIC X(34) VALUE
           05 FILLER       PIC X(14) VALUE '       SALARIO'.
           05 FILLER       PIC X(14) VALUE '      SAL.FAM.'.
           05 FILLER       PIC X(14) VALUE '     HRS.EXTRA'.
           05 FILLER       PIC X(14) VALUE '  FOLHA COMPL.'.
           05 FILLER       PIC X(14) VALUE '          INSS'.
           05 FILLER       PIC X(14) VALUE '          IRRF'.
           05 FILLER       PIC X(14) VALUE '   PENSAO ALIM'.
           05 FILLER       PIC X(14) VALUE '       LIQUIDO'.

       01  DET1I.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1I-HREXT  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1I-COMPL  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1I-INSS   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1I-IRRF   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1I-PENSAO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1I-LIQUIDO PIC -Z.ZZZ.ZZ9,99.

       01  TOT1I.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1I-HREXT  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1I-COMPL  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1I-INSS   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1I-IRRF   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1I-PENSAO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1I-LIQUIDO PIC -Z.ZZZ.ZZ9,99.

       01  TOT4I.
           05 FILLER       PIC X(51) VALUE
               'DEDUCAO - PENSAO ALIMENTICIA JUDICIAL PAGA NO ANO: '.
           05 TOT4I-PENSAO PIC -Z.ZZZ.ZZ9,99.

       01  TOT5I.
           05 FILLER       PIC X(44) VALUE
               '13O SALARIO (TRIBUTACAO EXCLUSIVA) - BRUTO: '.
           05 TOT5I-BRUTO  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(07) VALUE '  INSS:'.
           05 TOT5I-INSS   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(07) VALUE '  IRRF:'.
           05 TOT5I-IRRF   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(09) VALUE '  PENSAO:'.
           05 TOT5I-PENSAO PIC -Z.ZZZ.ZZ9,99.

       01  TOT2I.
           05 FILLER       PIC X(30) VALUE
               'CONSOLIDADO - INFORMES: '.
               DISPLAY 'INFORMEA: EMPCOMP INDISPONIVEL - INFORMES '
                   'SAEM SEM CPF E ENDERECO'
           END-IF.
           OPEN INPUT HIST13-ARQ.
           IF WS-HIST13-STATUS = '00'
               MOVE 'S' TO WS-HIST13-OK
           ELSE
               DISPLAY 'INFORMEA: HIST13 INDISPONIVEL - INFORMES '
                   'SAEM SEM O 13O SALARIO'
           END-IF.
           OPEN INPUT FOLHACPL-ARQ.
           IF WS-FOLHACPL-STATUS = '00'
               MOVE 'S' TO WS-FOLHACPL-OK
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'INFORME-'           DELIMITED BY SIZE
           MOVE 0 TO WS-FUNC-SALARIO.
           MOVE 0 TO WS-FUNC-SALFAM.
           MOVE 0 TO WS-FUNC-HREXT.
           MOVE 0 TO WS-FUNC-COMPL.
           MOVE 0 TO WS-FUNC-INSS.
           MOVE 0 TO WS-FUNC-IRRF.
           MOVE 0 TO WS-FUNC-PENSAO.
           MOVE 0 TO WS-FUNC-LIQUIDO.
           MOVE 0 TO WS-FUNC-13-BRUTO.
           MOVE 0 TO WS-FUNC-13-INSS.
           MOVE 0 TO WS-FUNC-13-IRRF.
           MOVE 0 TO WS-FUNC-13-PENSAO.
           PERFORM 3100-VERIFICAR-ANO THRU 3100-EXIT
               VARYING WS-MES-CORRENTE FROM 1 BY 1
               UNTIL WS-TEM-FOLHA-NO-ANO OR WS-MES-CORRENTE > 12.
           PERFORM 3300-IMPRIMIR-MES THRU 3300-EXIT
               VARYING WS-MES-CORRENTE FROM 1 BY 1
               UNTIL WS-MES-CORRENTE > 12.
           IF WS-HIST13-DISPONIVEL
               PERFORM 3350-SOMAR-DECIMO THRU 3350-EXIT
                   VARYING WS-PARCELA FROM 1 BY 1
                   UNTIL WS-PARCELA > 2
           END-IF.
           PERFORM 3400-IMPRIMIR-TOTAL-ANO THRU 3400-EXIT.
           ADD WS-FUNC-SALARIO TO WS-CONS-SALARIO.
           ADD WS-FUNC-SALFAM  TO WS-CONS-SALFAM.
           ADD WS-FUNC-HREXT   TO WS-CONS-HREXT.
           ADD WS-FUNC-COMPL   TO WS-CONS-COMPL.
           ADD WS-FUNC-INSS    TO WS-CONS-INSS.
           ADD WS-FUNC-IRRF    TO WS-CONS-IRRF.
           ADD WS-FUNC-PENSAO  TO WS-CONS-PENSAO.
           ADD WS-FUNC-LIQUIDO TO WS-CONS-LIQUIDO.
           ADD WS-FUNC-13-BRUTO  TO WS-CONS-13-BRUTO.
           ADD WS-FUNC-13-INSS   TO WS-CONS-13-INSS.
           ADD WS-FUNC-13-IRRF   TO WS-CONS-13-IRRF.
           ADD WS-FUNC-13-PENSAO TO WS-CONS-13-PENSAO.
           ADD 1 TO WS-QTD-INFORMES.
       3000-EXIT.
           EXIT.
               NOT INVALID KEY
                   MOVE 'S' TO WS-TEVE-FOLHA
           END-READ.
           IF NOT WS-TEM-FOLHA-NO-ANO
               PERFORM 3310-SOMAR-COMPLEMENTOS THRU 3310-EXIT
               IF WS-MES-COMPL NOT = 0
                   MOVE 'S' TO WS-TEVE-FOLHA
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

           EXIT.

       3300-IMPRIMIR-MES.
           PERFORM 3310-SOMAR-COMPLEMENTOS THRU 3310-EXIT.
           MOVE 'S' TO WS-ACHOU-FOLHA-MES.
           MOVE EMP-MATRICULA   TO FH-MATRICULA.
           MOVE WS-PARM-ANO     TO FH-ANO.
           MOVE WS-MES-CORRENTE TO FH-MES.
           READ FOLHAHIS-ARQ
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU-FOLHA-MES
           END-READ.
           IF NOT WS-HA-FOLHA-NO-MES
               IF WS-MES-COMPL = 0
                   GO TO 3300-EXIT
               END-IF
               MOVE 0 TO FH-SALARIO
               MOVE 0 TO FH-SALARIO-FAMILIA
               MOVE 0 TO FH-VALOR-HORAS-EXTRAS
               MOVE 0 TO FH-INSS
               MOVE 0 TO FH-IRRF
               MOVE 0 TO FH-VALOR-PENSAO
               MOVE 0 TO FH-LIQUIDO
           END-IF.
           MOVE WS-MES-CORRENTE      TO DET1I-MES.
           MOVE FH-SALARIO           TO DET1I-SALARIO.
           MOVE FH-SALARIO-FAMILIA   TO DET1I-SALFAM.
           MOVE FH-VALOR-HORAS-EXTRAS TO DET1I-HREXT.
           MOVE WS-MES-COMPL         TO DET1I-COMPL.
           ADD FH-INSS WS-MES-COMPL-INSS GIVING DET1I-INSS.
           ADD FH-IRRF WS-MES-COMPL-IRRF GIVING DET1I-IRRF.
           MOVE 0                    TO DET1I-PENSAO.
           IF FH-VALOR-PENSAO IS NUMERIC
               MOVE FH-VALOR-PENSAO  TO DET1I-PENSAO
               ADD FH-VALOR-PENSAO   TO WS-FUNC-PENSAO
           END-IF.
           ADD FH-LIQUIDO WS-MES-COMPL-LIQUIDO GIVING DET1I-LIQUIDO.
           MOVE DET1I TO REL-LINHA.
           WRITE REL-LINHA.
           ADD FH-SALARIO            TO WS-FUNC-SALARIO.
           ADD FH-SALARIO-FAMILIA    TO WS-FUNC-SALFAM.
           ADD FH-VALOR-HORAS-EXTRAS TO WS-FUNC-HREXT.
           ADD WS-MES-COMPL          TO WS-FUNC-COMPL.
           ADD FH-INSS               TO WS-FUNC-INSS.
           ADD FH-IRRF               TO WS-FUNC-IRRF.
           ADD FH-LIQUIDO            TO WS-FUNC-LIQUIDO.
           ADD WS-MES-COMPL-INSS     TO WS-FUNC-INSS.
           ADD WS-MES-COMPL-IRRF     TO WS-FUNC-IRRF.
           ADD WS-MES-COMPL-LIQUIDO  TO WS-FUNC-LIQUIDO.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3310-SOMAR-COMPLEMENTOS - soma as folhas complementares da
      * matricula na competencia WS-MES-CORRENTE (FOLHACPL): bruto,
      * diferencas de INSS e IRRF retidas e liquido.
      ******************************************************************
       3310-SOMAR-COMPLEMENTOS.
           MOVE 0 TO WS-MES-COMPL.
           MOVE 0 TO WS-MES-COMPL-INSS.
           MOVE 0 TO WS-MES-COMPL-IRRF.
           MOVE 0 TO WS-MES-COMPL-LIQUIDO.
           IF NOT WS-FOLHACPL-DISPONIVEL
               GO TO 3310-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-FOLHACPL.
           MOVE EMP-MATRICULA   TO FHC-MATRICULA.
           MOVE WS-PARM-ANO     TO FHC-ANO.
           MOVE WS-MES-CORRENTE TO FHC-MES.
           MOVE 0               TO FHC-SEQUENCIA.
           START FOLHACPL-ARQ KEY IS NOT LESS THAN FHC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-FOLHACPL
           END-START.
           IF NOT FIM-DO-FOLHACPL
               PERFORM 3390-LER-PROXIMO-COMPLEMENTO THRU 3390-EXIT
           END-IF.
           PERFORM 3320-SOMAR-COMPLEMENTO THRU 3320-EXIT
               UNTIL FIM-DO-FOLHACPL.
       3310-EXIT.
           EXIT.

       3320-SOMAR-COMPLEMENTO.
           ADD FHC-VALOR-COMPLEMENTO TO WS-MES-COMPL.
           ADD FHC-INSS              TO WS-MES-COMPL-INSS.
           ADD FHC-IRRF              TO WS-MES-COMPL-IRRF.
           ADD FHC-LIQUIDO           TO WS-MES-COMPL-LIQUIDO.
           PERFORM 3390-LER-PROXIMO-COMPLEMENTO THRU 3390-EXIT.
       3320-EXIT.
           EXIT.

       3390-LER-PROXIMO-COMPLEMENTO.
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
                   OR FHC-MES NOT = WS-MES-CORRENTE)
               MOVE 'S' TO WS-FIM-FOLHACPL
           END-IF.
       3390-EXIT.
           EXIT.

      ******************************************************************
      * 3350-SOMAR-DECIMO - soma a parcela WS-PARCELA do 13o paga no
      * ano base (HIST13); os descontos so existem na 2a parcela.
      ******************************************************************
       3350-SOMAR-DECIMO.
           MOVE EMP-MATRICULA TO H13-MATRICULA.
           MOVE WS-PARM-ANO   TO H13-ANO.
           MOVE WS-PARCELA    TO H13-PARCELA.
           READ HIST13-ARQ
               INVALID KEY
                   GO TO 3350-EXIT
           END-READ.
           ADD H13-VALOR-PARCELA TO WS-FUNC-13-BRUTO.
           ADD H13-INSS          TO WS-FUNC-13-INSS.
           ADD H13-IRRF          TO WS-FUNC-13-IRRF.
           IF H13-VALOR-PENSAO IS NUMERIC
               ADD H13-VALOR-PENSAO TO WS-FUNC-13-PENSAO
           END-IF.
       3350-EXIT.
           EXIT.

       3400-IMPRIMIR-TOTAL-ANO.
           MOVE CAB1I TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-FUNC-SALARIO TO TOT1I-SALARIO.
           MOVE WS-FUNC-SALFAM  TO TOT1I-SALFAM.
           MOVE WS-FUNC-HREXT   TO TOT1I-HREXT.
           MOVE WS-FUNC-COMPL   TO TOT1I-COMPL.
           MOVE WS-FUNC-INSS    TO TOT1I-INSS.
           MOVE WS-FUNC-IRRF    TO TOT1I-IRRF.
           MOVE WS-FUNC-PENSAO  TO TOT1I-PENSAO.
           MOVE WS-FUNC-LIQUIDO TO TOT1I-LIQUIDO.
           MOVE TOT1I TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-FUNC-PENSAO NOT = 0
               MOVE WS-FUNC-PENSAO TO TOT4I-PENSAO
               MOVE TOT4I TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF WS-FUNC-13-BRUTO NOT = 0
               MOVE WS-FUNC-13-BRUTO  TO TOT5I-BRUTO
               MOVE WS-FUNC-13-INSS   TO TOT5I-INSS
               MOVE WS-FUNC-13-IRRF   TO TOT5I-IRRF
               MOVE WS-FUNC-13-PENSAO TO TOT5I-PENSAO
               MOVE TOT5I TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       3400-EXIT.
           EXIT.

           MOVE WS-CONS-HREXT TO TOT3I-VALOR.
           MOVE TOT3I TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'FOLHA COMPLEMENTAR..: ' TO TOT3I-DESCRICAO.
           MOVE WS-CONS-COMPL TO TOT3I-VALOR.
           MOVE TOT3I TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'INSS................: ' TO TOT3I-DESCRICAO.
           MOVE WS-CONS-INSS TO TOT3I-VALOR.
           MOVE TOT3I TO REL-LINHA.
           MOVE WS-CONS-IRRF TO TOT3I-VALOR.
           MOVE TOT3I TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PENSAO ALIMENTICIA..: ' TO TOT3I-DESCRICAO.
           MOVE WS-CONS-PENSAO TO TOT3I-VALOR.
           MOVE TOT3I TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'LIQUIDO.............: ' TO TOT3I-DESCRICAO.
           MOVE WS-CONS-LIQUIDO TO TOT3I-VALOR.
           MOVE TOT3I TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '13O SALARIO.........: ' TO TOT3I-DESCRICAO.
           MOVE WS-CONS-13-BRUTO TO TOT3I-VALOR.
           MOVE TOT3I TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'INSS SOBRE 13O......: ' TO TOT3I-DESCRICAO.
           MOVE WS-CONS-13-INSS TO TOT3I-VALOR.
           MOVE TOT3I TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'IRRF SOBRE 13O......: ' TO TOT3I-DESCRICAO.
           MOVE WS-CONS-13-IRRF TO TOT3I-VALOR.
           MOVE TOT3I TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PENSAO SOBRE 13O....: ' TO TOT3I-DESCRICAO.
           MOVE WS-CONS-13-PENSAO TO TOT3I-VALOR.
           MOVE TOT3I TO REL-LINHA.
           WRITE REL-LINHA.
       7000-EXIT.
           EXIT.

           IF WS-EMPCOMP-DISPONIVEL
               CLOSE EMPCOMP-ARQ
           END-IF.
           IF WS-HIST13-DISPONIVEL
               CLOSE HIST13-ARQ
           END-IF.
           IF WS-FOLHACPL-DISPONIVEL
               CLOSE FOLHACPL-ARQ
           END-IF.
           IF WS-RELATORIO-STATUS = '00'
               AND WS-NOME-RELATORIO NOT = SPACES
               CLOSE RELATORIO-ARQ
