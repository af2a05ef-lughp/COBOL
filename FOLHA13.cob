      *   21/08/2026 LHP  Relatorio gravado no arquivo de impressao
      *                   datado FOLHA13-AAAAMMDD-HHMM em vez de sair
      *                   por DISPLAY.
      *   15/10/2026 LHP  Adicional de insalubridade/periculosidade do
      *                   cargo (subrotina ADICRISC, salario minimo de
      *                   dezembro do ano de referencia) somado ao
      *                   salario na base do decimo terceiro.
      *   15/10/2026 LHP  Coluna da pensao alimenticia judicial que
      *                   alcanca o 13o (subrotina PENSAOC, decisoes do
      *                   PENSJUD com incidencia no 13o), com total.
      *   15/10/2026 LHP  Teto do desconto da pensao informado a
      *                   PENSAOC (PNL-TETO): o proprio 13o. O pagamento
      *                   do 13o em duas parcelas, com impostos, passa a
      *                   ser feito pelo PAGTO13; este relatorio segue
      *                   como previa do valor proporcional.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-ANO-ADMISSAO         PIC 9(04) VALUE 0.
           05 WS-MES-ADMISSAO         PIC 9(02) VALUE 0.
           05 WS-MESES-TRABALHADOS    PIC 9(02) VALUE 0.
           05 WS-REMUNERACAO          PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-13             PIC S9(07)V99 VALUE 0.

       01  WS-TOTAL-13                PIC S9(09)V99 VALUE 0.
       01  WS-TOTAL-PENSAO-13         PIC S9(09)V99 VALUE 0.

           COPY ADRLINKC.

           COPY PNLLINKC.

       01  WS-RELATORIO-STATUS        PIC X(02) VALUE '00'.
       01  WS-NOME-RELATORIO          PIC X(21) VALUE SPACES.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

       01  CAB113.
           05 FILLER       PIC X(90) VALUE ALL '-'.

       01  CAB213.
           05 FILLER       PIC X(33) VALUE
           05 FILLER       PIC X(05) VALUE 'MESES'.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(12) VALUE '13 SALARIO'.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(13) VALUE 'PENSAO ALIM.'.

       01  DET113.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET113-MESES PIC Z9.
           05 FILLER       PIC X(06) VALUE SPACES.
           05 DET113-VALOR PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET113-PENSAO PIC -Z.ZZZ.ZZ9,99.

       01  TOT113.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(20) VALUE 'TOTAL GERAL'.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 TOT113-VALOR PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT113-PENSAO PIC -Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

               MOVE EMP-NOME           TO DET113-NOME
               MOVE WS-MESES-TRABALHADOS TO DET113-MESES
               MOVE WS-VALOR-13        TO DET113-VALOR
               PERFORM 2060-APURAR-PENSAO-13 THRU 2060-EXIT
               MOVE PNL-TOTAL          TO DET113-PENSAO
               MOVE DET113 TO REL-LINHA
               WRITE REL-LINHA
               ADD WS-VALOR-13 TO WS-TOTAL-13
               ADD PNL-TOTAL   TO WS-TOTAL-PENSAO-13
           END-IF.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
      ******************************************************************
      * 2050-CALCULAR-DECIMO-TERCEIRO - meses trabalhados no ano de
      * referencia (12 se admitido antes desse ano, 13 menos o mes de
      * admissao se admitido no proprio ano) vezes a remuneracao sobre
      * 12. A remuneracao e o salario mais o adicional de insalubridade
      * ou de periculosidade do cargo (ADICRISC), no salario minimo de
      * dezembro do ano de referencia.
      ******************************************************************
       2050-CALCULAR-DECIMO-TERCEIRO.
           MOVE EMP-DATA-ADMISSAO (1:4) TO WS-ANO-ADMISSAO.
                   MOVE 0 TO WS-MESES-TRABALHADOS
               END-IF
           END-IF.
           MOVE EMP-CARGO   TO ADR-CARGO.
           MOVE EMP-SALARIO TO ADR-SALARIO.
           COMPUTE ADR-COMPETENCIA = WS-ANO-REFERENCIA * 100 + 12.
           CALL 'ADICRISC' USING ADR-PARAMETROS.
           IF ADR-SEM-MINIMO
               DISPLAY 'FOLHA13: SEM SALARIO MINIMO VIGENTE NO CADTABF '
                   '- INSALUBRIDADE DA MATRICULA ' EMP-MATRICULA
                   ' FORA DO 13O'
           END-IF.
           COMPUTE WS-REMUNERACAO = EMP-SALARIO + ADR-VALOR.
           COMPUTE WS-VALOR-13 ROUNDED =
               WS-REMUNERACAO * WS-MESES-TRABALHADOS / 12.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2060-APURAR-PENSAO-13 - pensoes alimenticias judiciais que
      * alcancam o 13o (PENSAOC, folha 'T'): percentual sobre o valor
      * do 13o ou salarios minimos proporcionais aos meses
      * trabalhados, limitadas ao proprio 13o.
      ******************************************************************
       2060-APURAR-PENSAO-13.
           MOVE EMP-MATRICULA TO PNL-MATRICULA.
           COMPUTE PNL-COMPETENCIA = WS-ANO-REFERENCIA * 100 + 12.
           MOVE 'T'           TO PNL-TIPO-FOLHA.
           MOVE WS-VALOR-13   TO PNL-BRUTO.
           MOVE 0             TO PNL-VALOR-FERIAS.
           MOVE WS-VALOR-13   TO PNL-LIQUIDO.
           MOVE WS-VALOR-13   TO PNL-TETO.
           MOVE WS-MESES-TRABALHADOS TO PNL-AVOS.
           CALL 'PENSAOC' USING PNL-PARAMETROS.
           IF PNL-SEM-MINIMO
               DISPLAY 'FOLHA13: SEM SALARIO MINIMO VIGENTE NO CADTABF '
                   '- PENSAO DA MATRICULA ' EMP-MATRICULA
                   ' FORA DO 13O'
           END-IF.
       2060-EXIT.
           EXIT.

       2900-LER-PROXIMO.
           READ EMPREG-ARQ
               AT END
               MOVE CAB113 TO REL-LINHA
               WRITE REL-LINHA
               MOVE WS-TOTAL-13 TO TOT113-VALOR
               MOVE WS-TOTAL-PENSAO-13 TO TOT113-PENSAO
               MOVE TOT113 TO REL-LINHA
               WRITE REL-LINHA
               CLOSE RELATORIO-ARQ
