      *                   desligamentos) tinha a provisao anterior
      *                   presa no razao para sempre. O saldo
      *                   estornado e zerado na varredura.
      *   15/10/2026 LHP  Provisoes calculadas sobre salario mais o
      *                   adicional de insalubridade/periculosidade do
      *                   cargo (subrotina ADICRISC), acompanhando o
      *                   13o e as ferias do RELAT, FOLHA13 e DESLIGA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ALIQUOTA-ENCARGO        PIC 9(01)V99 VALUE 0,08.

       01  WS-CALCULO-PROVISAO.
           05 WS-REMUNERACAO          PIC S9(07)V99 VALUE 0.
           05 WS-PROV-13-FUNC         PIC S9(07)V99 VALUE 0.
           05 WS-PROV-FERIAS-FUNC     PIC S9(07)V99 VALUE 0.

           COPY ADRLINKC.

       01  WS-TOTAIS-GERAIS.
           05 WS-TOTAL-PROV-13        PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-PROV-FERIAS    PIC S9(09)V99 VALUE 0.
           EXIT.

      ******************************************************************
      * 2050-CALCULAR-PROVISOES - 1/12 da remuneracao mais o encargo
      * de FGTS para o 13o; saldo de ferias valorado pela formula da
      * rescisao (saldo x remuneracao/30 x 4/3) para as ferias. A
      * remuneracao e o salario mais o adicional de risco do cargo
      * (ADICRISC) na competencia.
      ******************************************************************
       2050-CALCULAR-PROVISOES.
           MOVE EMP-CARGO      TO ADR-CARGO.
           MOVE EMP-SALARIO    TO ADR-SALARIO.
           MOVE WS-COMP-AAAAMM TO ADR-COMPETENCIA.
           CALL 'ADICRISC' USING ADR-PARAMETROS.
           IF ADR-SEM-MINIMO
               DISPLAY 'PROVISAO: SEM SALARIO MINIMO VIGENTE NO '
                   'CADTABF - INSALUBRIDADE DA MATRICULA '
                   EMP-MATRICULA ' FORA DA PROVISAO'
           END-IF.
           COMPUTE WS-REMUNERACAO = EMP-SALARIO + ADR-VALOR.
           COMPUTE WS-PROV-13-FUNC ROUNDED =
               (WS-REMUNERACAO / 12) * (1 + WS-ALIQUOTA-ENCARGO).
           MOVE 0 TO WS-PROV-FERIAS-FUNC.
           IF NOT WS-FERIAS-DISPONIVEL
               GO TO 2050-EXIT
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-PROV-FERIAS-FUNC ROUNDED =
                       WS-REMUNERACAO * FER-DIAS-SALDO / 30 * 4 / 3
           END-READ.
       2050-EXIT.
           EXIT.
