      *             funcionario na competencia, com o total de horas e
      *             o valor das horas extras - que o RELAT paga como
      *             vencimento na folha. O valor-hora vem do salario
      *             mensal dividido pelo divisor da jornada do
      *             funcionario (220 na jornada padrao de 44 horas).
      *
      *             Marcacoes sem par (entrada sem saida no mesmo dia)
      *             sao ignoradas e contadas no resumo final, para
      *                   em dobro como extras, fora do calculo
      *                   semanal. Sem calendario do mes, vale o
      *                   comportamento antigo, com aviso.
      *   15/10/2026 LHP  Banco de horas: para o optante (EMPREG
      *                   EMP-BANCO-HORAS), as horas extras do mes
      *                   vao para o saldo no BANCOHRS em vez de
      *                   pagas, e as horas que faltaram para as
      *                   esperadas sao compensadas com o saldo (mais
      *                   antigo primeiro). Extras e compensadas vao
      *                   em HORASEXT (HRS-HORAS-BANCO/-COMPENSADAS);
      *                   o RELAT so desconta a falta nao coberta.
      *                   Reapuracao do mes desfaz o lancamento
      *                   anterior antes de lancar de novo.
      *   15/10/2026 LHP  Jornada/escala do funcionario (EMP-JORNADA,
      *                   mestre JORNADA mantido pelo CADJORN): horas
      *                   esperadas, limite semanal das extras e
      *                   divisor do valor-hora saem da jornada (sem
      *                   jornada, o padrao 44h/220 de antes). Escala
      *                   12x36 so tem extras acima das horas esperadas
      *                   no mes. Turno que passa da meia-noite (saida
      *                   no dia seguinte) fecha o par no dia da
      *                   entrada. Minutos entre 22h e 5h contam como
      *                   hora noturna reduzida (52m30s) - o acrescimo
      *                   entra nas horas trabalhadas e as horas
      *                   noturnas vao em HRS-HORAS-NOTURNAS, com o
      *                   divisor em HRS-DIVISOR, para o RELAT pagar o
      *                   adicional noturno de 20 por cento.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT BANCOHRS-ARQ
               ASSIGN TO "BANCOHRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCH-CHAVE
               FILE STATUS IS WS-BANCOHRS-STATUS.

           SELECT JORNADA-ARQ
               ASSIGN TO "JORNADA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOR-CODIGO
               FILE STATUS IS WS-JORNADA-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY CALENDC.

       FD  BANCOHRS-ARQ
           LABEL RECORD IS STANDARD.
           COPY BCOHORC.

       FD  JORNADA-ARQ
           LABEL RECORD IS STANDARD.
           COPY JORNADC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).
           05 WS-CALENDAR-STATUS      PIC X(02) VALUE '00'.
           05 WS-CALENDARIO-OK        PIC X(01) VALUE 'N'.
               88 WS-CALENDARIO-DISPONIVEL VALUE 'S'.
           05 WS-BANCOHRS-STATUS      PIC X(02) VALUE '00'.
           05 WS-BANCO-OK             PIC X(01) VALUE 'N'.
               88 WS-BANCO-DISPONIVEL VALUE 'S'.
           05 WS-FIM-BANCO            PIC X(01) VALUE 'N'.
               88 FIM-DO-BANCO        VALUE 'S'.
           05 WS-BANCO-BLOQUEADO      PIC X(01) VALUE 'N'.
               88 WS-MES-POSTERIOR-LANCADO VALUE 'S'.
           05 WS-JORNADA-STATUS       PIC X(02) VALUE '00'.
           05 WS-JORNADA-OK           PIC X(01) VALUE 'N'.
               88 WS-JORNADA-DISPONIVEL VALUE 'S'.
           05 WS-VIRA-DIA             PIC X(01) VALUE 'N'.
               88 WS-PERIODO-VIRA-DIA VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-MINUTOS-DOMFER       PIC 9(05) COMP VALUE 0.

      * Calendario do mes apurado, carregado de CALENDAR: tipo por dia
      * e contagem de dias uteis e sabados, de onde saem as horas
      * esperadas de cada funcionario pela jornada dele. Sem
      * calendario do mes, as horas esperadas da jornada semanal saem
      * zeradas e domingos/feriados nao sao diferenciados
      * (comportamento antigo).
       01  WS-CALENDARIO-MES.
           05 WS-CAL-TIPO-DIA OCCURS 31 TIMES
               INDEXED BY WS-IDX-DIA  PIC X(01).
           05 WS-HORAS-ESPERADAS      PIC 9(03) VALUE 0.
           05 WS-DIA-CALENDARIO       PIC 9(02) VALUE 0.
           05 WS-TIPO-DIA-MARC        PIC X(01) VALUE SPACES.
           05 WS-DIAS-COMPETENCIA     PIC 9(02) VALUE 0.

      * Dias de cada mes (fevereiro acertado no ano bissexto), para
      * achar o dia seguinte ao da entrada no turno que vira o dia e o
      * total de dias da competencia na escala 12x36.
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
           05 WS-DIAS-DO-MES          PIC 9(02) VALUE 0.
           05 WS-ANO-QUOCIENTE        PIC 9(04) VALUE 0.
           05 WS-ANO-RESTO            PIC 9(02) VALUE 0.

      * Jornada do funcionario corrente, lida do JORNADA pela
      * EMP-JORNADA. Sem jornada (ou sem o mestre), vale o padrao:
      * semanal, 8 horas por dia, 44 por semana, divisor 220.
       01  WS-JORNADA-FUNC.
           05 WS-JOR-CODIGO           PIC X(04) VALUE SPACES.
           05 WS-JOR-TIPO             PIC X(01) VALUE 'S'.
               88 WS-JOR-ESCALA       VALUE 'E'.
           05 WS-JOR-HORAS-DIA        PIC 9(02) VALUE 8.
           05 WS-JOR-HORAS-SEMANA     PIC 9(02) VALUE 44.
           05 WS-JOR-HORAS-SABADO     PIC 9(02) VALUE 4.
           05 WS-JOR-DIVISOR          PIC 9(03) VALUE 220.

      * Hora noturna (22h as 5h): os minutos do periodo que caem na
      * faixa contam como hora reduzida de 52m30s - cada 7 minutos
      * reais valem 8. A faixa e medida a partir da meia-noite do dia
      * da entrada: 0 a 300 (0h-5h) e 1320 a 1740 (22h-5h do dia
      * seguinte).
       01  WS-APURACAO-NOTURNA.
           05 WS-MINUTOS-NOTURNOS     PIC 9(05) COMP VALUE 0.
           05 WS-INICIO-PERIODO       PIC 9(05) COMP VALUE 0.
           05 WS-FIM-PERIODO          PIC 9(05) COMP VALUE 0.
           05 WS-NOTURNO-PERIODO      PIC 9(05) COMP VALUE 0.
           05 WS-SOBREPOSICAO         PIC S9(05) COMP VALUE 0.
           05 WS-MINUTOS-FICTOS       PIC 9(05) COMP VALUE 0.
           05 WS-HORAS-NOTURNAS       PIC 9(03) VALUE 0.

       01  WS-MARCACAO-ENTRADA.
           05 WS-ENTRADA-DATA         PIC 9(08) VALUE 0.
       01  WS-TOTAIS-FUNCIONARIO.
           05 WS-HORAS-MES            PIC 9(03) VALUE 0.
           05 WS-HORAS-EXTRAS-MES     PIC 9(03) VALUE 0.
           05 WS-HORAS-EXTRAS-SEM     PIC 9(03) VALUE 0.
           05 WS-VALOR-EXTRAS-MES     PIC S9(05)V99 VALUE 0.
           05 WS-HORAS-NORMAIS-SEM    PIC 9(03) VALUE 0.
           05 WS-VALOR-NORMAL-SEM     PIC 9(05)V99 VALUE 0.

      * Banco de horas do optante corrente: lancamentos do BANCOHRS
      * dos ultimos 24 meses ate a competencia apurada, em ordem de
      * competencia (a compensacao consome do mais antigo). A ultima
      * entrada e a da propria competencia.
       01  WS-TAB-BANCO.
           05 WS-QTD-BANCO            PIC 9(02) COMP VALUE 0.
           05 WS-BCO-ITEM OCCURS 36 TIMES.
               10 WS-BCO-COMPETENCIA  PIC 9(06).
               10 WS-BCO-CREDITO      PIC 9(03).
               10 WS-BCO-DEBITO       PIC 9(03).
               10 WS-BCO-SALDO        PIC 9(03).
               10 WS-BCO-PAGAS        PIC 9(03).
               10 WS-BCO-ALTERADO     PIC X(01).

       01  WS-CALCULO-BANCO.
           05 WS-SUB-BCO              PIC S9(03) COMP VALUE 0.
           05 WS-COMP-APURADA         PIC 9(06) VALUE 0.
           05 WS-COMP-INICIO-BANCO    PIC 9(06) VALUE 0.
           05 WS-HORAS-BANCO-MES      PIC 9(03) VALUE 0.
           05 WS-HORAS-COMPENSADAS    PIC 9(03) VALUE 0.
           05 WS-HORAS-FALTA-MES      PIC 9(03) VALUE 0.
           05 WS-HORAS-A-TRATAR       PIC 9(03) VALUE 0.
           05 WS-HORAS-MOVIDAS        PIC 9(03) VALUE 0.
           05 WS-CAPACIDADE           PIC S9(03) VALUE 0.
           05 WS-SALDO-BANCO          PIC 9(04) VALUE 0.

       01  WS-RELATORIO-STATUS        PIC X(02) VALUE '00'.
       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
           05 WS-QTD-INCLUIDAS        PIC 9(05) COMP VALUE 0.
           05 WS-QTD-CANCELADAS       PIC 9(05) COMP VALUE 0.
           05 WS-AJUSTES-DESCARTADOS  PIC 9(05) COMP VALUE 0.
           05 WS-QTD-OPTANTES-BANCO   PIC 9(05) COMP VALUE 0.
           05 WS-QTD-VIRADAS          PIC 9(05) COMP VALUE 0.

       01  CAB1P.
           05 FILLER       PIC X(80) VALUE ALL '-'.
           05 FILLER       PIC X(06) VALUE 'EXTRAS'.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(12) VALUE 'VALOR EXTRAS'.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(05) VALUE 'NOTUR'.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(07) VALUE 'JORNADA'.

       01  DET1P.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1P-EXTRAS PIC ZZ9.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1P-VALOR  PIC -ZZ.ZZ9,99.
           05 FILLER       PIC X(10) VALUE SPACES.
           05 DET1P-NOTURNAS PIC ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-JORNADA PIC X(04).

       01  DET3P.
           05 FILLER       PIC X(12) VALUE SPACES.
           05 FILLER       PIC X(25) VALUE
               'BANCO DE HORAS - CREDITO '.
           05 DET3P-CREDITO PIC ZZ9.
           05 FILLER       PIC X(13) VALUE '  COMPENSADO '.
           05 DET3P-COMPENSADO PIC ZZ9.
           05 FILLER       PIC X(08) VALUE '  SALDO '.
           05 DET3P-SALDO  PIC Z.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET3P-OBS    PIC X(30).

       01  DET2Q.
           05 FILLER       PIC X(03) VALUE SPACES.
           END-IF.
           PERFORM 1500-CARREGAR-AJUSTES THRU 1500-EXIT.
           PERFORM 1600-CARREGAR-CALENDARIO THRU 1600-EXIT.
           PERFORM 1700-ABRIR-BANCO-HORAS THRU 1700-EXIT.
           PERFORM 1800-ABRIR-JORNADA THRU 1800-EXIT.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'APURAPON-'          DELIMITED BY SIZE

      ******************************************************************
      * 1600-CARREGAR-CALENDARIO - carrega o tipo de cada dia do mes
      * apurado a partir do CALENDAR e conta dias uteis e sabados, de
      * onde o 3150 tira as horas esperadas pela jornada de cada um.
      * Mes sem calendario cadastrado segue com horas esperadas
      * zeradas na jornada semanal, com aviso.
      ******************************************************************
       1600-CARREGAR-CALENDARIO.
           MOVE WS-COMPETENCIA-INI TO WS-DATA-CALCULO.
           PERFORM 2157-APURAR-DIAS-DO-MES THRU 2157-EXIT.
           MOVE WS-DIAS-DO-MES TO WS-DIAS-COMPETENCIA.
           PERFORM 1650-LIMPAR-CALENDARIO THRU 1650-EXIT
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > 31.
               GO TO 1600-EXIT
           END-IF.
           MOVE 'S' TO WS-CALENDARIO-OK.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 1700-ABRIR-BANCO-HORAS - abre (criando na primeira vez) o banco
      * de horas. Sem o arquivo, as extras dos optantes sao pagas como
      * as dos demais, com aviso - nenhuma hora se perde.
      ******************************************************************
       1700-ABRIR-BANCO-HORAS.
           COMPUTE WS-COMP-APURADA =
               WS-PARM-ANO * 100 + WS-PARM-MES.
           COMPUTE WS-COMP-INICIO-BANCO =
               (WS-PARM-ANO - 2) * 100 + WS-PARM-MES.
           OPEN I-O BANCOHRS-ARQ.
           IF WS-BANCOHRS-STATUS = '35'
               OPEN OUTPUT BANCOHRS-ARQ
               CLOSE BANCOHRS-ARQ
               OPEN I-O BANCOHRS-ARQ
           END-IF.
           IF WS-BANCOHRS-STATUS NOT = '00'
               DISPLAY 'APURAPON: BANCO DE HORAS (BANCOHRS) '
                   'INDISPONIVEL - STATUS ' WS-BANCOHRS-STATUS
               DISPLAY 'APURAPON: EXTRAS DOS OPTANTES SERAO PAGAS '
                   'NESTA APURACAO'
               GO TO 1700-EXIT
           END-IF.
           MOVE 'S' TO WS-BANCO-OK.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 1800-ABRIR-JORNADA - abre o mestre de jornadas. Sem ele, todos
      * sao apurados na jornada padrao (44h semanais, divisor 220),
      * com aviso.
      ******************************************************************
       1800-ABRIR-JORNADA.
           OPEN INPUT JORNADA-ARQ.
           IF WS-JORNADA-STATUS NOT = '00'
               DISPLAY 'APURAPON: MESTRE DE JORNADAS (JORNADA) '
                   'INDISPONIVEL - STATUS ' WS-JORNADA-STATUS
               DISPLAY 'APURAPON: TODOS APURADOS NA JORNADA PADRAO '
                   '(44H SEMANAIS, DIVISOR 220)'
               GO TO 1800-EXIT
           END-IF.
           MOVE 'S' TO WS-JORNADA-OK.
       1800-EXIT.
           EXIT.

       1650-LIMPAR-CALENDARIO.
           MOVE SPACES TO WS-CAL-TIPO-DIA (WS-IDX-DIA).
       1650-EXIT.
               END-IF
               MOVE WRK-MATRICULA TO WS-MATRICULA-ANTERIOR
               PERFORM 4100-LIMPAR-ACUMULADORES THRU 4100-EXIT
               PERFORM 3100-BUSCAR-SALARIO THRU 3100-EXIT
           END-IF.
           IF WRK-DATA >= WS-COMPETENCIA-INI
               AND WRK-DATA <= WS-COMPETENCIA-FIM
      * 2100-ACUMULAR-MARCACAO - guarda a entrada pendente ou fecha o
      * par entrada/saida do mesmo dia, somando os minutos do periodo
      * na semana do mes correspondente (dia 1-7 = semana 1, e assim
      * por diante). Saida no dia seguinte ao da entrada, em horario
      * anterior ao dela, e turno que vira o dia: o par fecha e conta
      * no dia da entrada. Os minutos na faixa noturna ganham o
      * acrescimo da hora reduzida (2160). Saida sem entrada, ou
      * entrada deixada sem saida, conta como marcacao sem par.
      ******************************************************************
       2100-ACUMULAR-MARCACAO.
           MOVE WRK-DATA (7:2) TO WS-DIA-MARCACAO.
               MOVE 'S' TO WS-TEM-ENTRADA
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WS-VIRA-DIA.
           IF WS-ENTRADA-PENDENTE
               AND WS-ENTRADA-DATA NOT = WRK-DATA
               PERFORM 2150-TESTAR-VIRADA THRU 2150-EXIT
           END-IF.
           IF NOT WS-ENTRADA-PENDENTE
               OR (WS-ENTRADA-DATA NOT = WRK-DATA
                   AND NOT WS-PERIODO-VIRA-DIA)
               ADD 1 TO WS-QTD-SEM-PAR
               MOVE WRK-DATA TO WS-SEMPAR-DATA
               MOVE 'SAIDA SEM ENTRADA' TO WS-SEMPAR-OBS
               MOVE 'N' TO WS-TEM-ENTRADA
               GO TO 2100-EXIT
           END-IF.
           IF WS-PERIODO-VIRA-DIA
               COMPUTE WS-MINUTOS-PERIODO = 1440
                   - WS-ENTRADA-MINUTOS + WS-MINUTOS-MARCACAO
               MOVE WS-ENTRADA-DATA (7:2) TO WS-DIA-MARCACAO
               ADD 1 TO WS-QTD-VIRADAS
           ELSE
               COMPUTE WS-MINUTOS-PERIODO =
                   WS-MINUTOS-MARCACAO - WS-ENTRADA-MINUTOS
           END-IF.
           IF WS-MINUTOS-PERIODO > 0
               PERFORM 2160-APURAR-NOTURNO THRU 2160-EXIT
           END-IF.
           MOVE SPACES TO WS-TIPO-DIA-MARC.
           IF WS-CALENDARIO-DISPONIVEL
               AND WS-DIA-MARCACAO >= 1 AND WS-DIA-MARCACAO <= 31
               MOVE WS-CAL-TIPO-DIA (WS-IDX-DIA) TO WS-TIPO-DIA-MARC
           END-IF.
           IF WS-MINUTOS-PERIODO > 0
               IF WS-TIPO-DIA-MARC = 'F'
                   OR (WS-TIPO-DIA-MARC = 'D' AND NOT WS-JOR-ESCALA)
                   ADD WS-MINUTOS-PERIODO TO WS-MINUTOS-DOMFER
               ELSE
                   COMPUTE WS-SEMANA-CORRENTE =
       2100-EXIT.
           EXIT.

      * 2150-TESTAR-VIRADA - a saida fecha um turno que virou o dia se
      * cair no dia seguinte ao da entrada, em horario anterior ao
      * dela, e o periodo nao passar de 16 horas (acima disso e
      * esquecimento de marcacao, nao turno).
       2150-TESTAR-VIRADA.
           MOVE WS-ENTRADA-DATA TO WS-DATA-CALCULO.
           PERFORM 2155-SOMAR-UM-DIA THRU 2155-EXIT.
           IF WRK-DATA NOT = WS-DATA-CALCULO
               OR WS-MINUTOS-MARCACAO NOT < WS-ENTRADA-MINUTOS
               GO TO 2150-EXIT
           END-IF.
           IF 1440 - WS-ENTRADA-MINUTOS + WS-MINUTOS-MARCACAO > 960
               GO TO 2150-EXIT
           END-IF.
           MOVE 'S' TO WS-VIRA-DIA.
       2150-EXIT.
           EXIT.

      * 2155-SOMAR-UM-DIA - avanca WS-DATA-CALCULO (AAAAMMDD) em um
      * dia, virando mes e ano.
       2155-SOMAR-UM-DIA.
           PERFORM 2157-APURAR-DIAS-DO-MES THRU 2157-EXIT.
           ADD 1 TO WS-CALC-DIA.
           IF WS-CALC-DIA > WS-DIAS-DO-MES
               MOVE 1 TO WS-CALC-DIA
               ADD 1 TO WS-CALC-MES
               IF WS-CALC-MES > 12
                   MOVE 1 TO WS-CALC-MES
                   ADD 1 TO WS-CALC-ANO
               END-IF
           END-IF.
       2155-EXIT.
           EXIT.

      * 2157-APURAR-DIAS-DO-MES - dias do mes de WS-DATA-CALCULO, com
      * 29 em fevereiro de ano bissexto.
       2157-APURAR-DIAS-DO-MES.
           MOVE 30 TO WS-DIAS-DO-MES.
           IF WS-CALC-MES < 1 OR WS-CALC-MES > 12
               GO TO 2157-EXIT
           END-IF.
           MOVE WS-DIAS-MES (WS-CALC-MES) TO WS-DIAS-DO-MES.
           IF WS-CALC-MES = 2
               DIVIDE WS-CALC-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO
               IF WS-ANO-RESTO = 0
                   MOVE 29 TO WS-DIAS-DO-MES
               END-IF
           END-IF.
       2157-EXIT.
           EXIT.

      ******************************************************************
      * 2160-APURAR-NOTURNO - minutos do periodo dentro da faixa
      * noturna (0h-5h e 22h-5h, contados da meia-noite do dia da
      * entrada). Cada 7 minutos noturnos reais valem 8 (hora reduzida
      * de 52m30s): o acrescimo (1/7) entra no periodo trabalhado e o
      * total reduzido vai para as horas noturnas do mes.
      ******************************************************************
       2160-APURAR-NOTURNO.
           MOVE WS-ENTRADA-MINUTOS TO WS-INICIO-PERIODO.
           COMPUTE WS-FIM-PERIODO =
               WS-INICIO-PERIODO + WS-MINUTOS-PERIODO.
           MOVE 0 TO WS-NOTURNO-PERIODO.
           IF WS-INICIO-PERIODO < 300
               IF WS-FIM-PERIODO < 300
                   MOVE WS-FIM-PERIODO TO WS-SOBREPOSICAO
               ELSE
                   MOVE 300 TO WS-SOBREPOSICAO
               END-IF
               SUBTRACT WS-INICIO-PERIODO FROM WS-SOBREPOSICAO
               ADD WS-SOBREPOSICAO TO WS-NOTURNO-PERIODO
           END-IF.
           IF WS-FIM-PERIODO > 1320
               IF WS-FIM-PERIODO > 1740
                   MOVE 1740 TO WS-SOBREPOSICAO
               ELSE
                   MOVE WS-FIM-PERIODO TO WS-SOBREPOSICAO
               END-IF
               IF WS-INICIO-PERIODO > 1320
                   SUBTRACT WS-INICIO-PERIODO FROM WS-SOBREPOSICAO
               ELSE
                   SUBTRACT 1320 FROM WS-SOBREPOSICAO
               END-IF
               IF WS-SOBREPOSICAO > 0
                   ADD WS-SOBREPOSICAO TO WS-NOTURNO-PERIODO
               END-IF
           END-IF.
           IF WS-NOTURNO-PERIODO = 0
               GO TO 2160-EXIT
           END-IF.
           COMPUTE WS-MINUTOS-FICTOS = WS-NOTURNO-PERIODO / 7.
           ADD WS-MINUTOS-FICTOS TO WS-MINUTOS-PERIODO.
           COMPUTE WS-MINUTOS-NOTURNOS = WS-MINUTOS-NOTURNOS
               + WS-NOTURNO-PERIODO + WS-MINUTOS-FICTOS.
       2160-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FECHAR-FUNCIONARIO - converte os minutos de cada semana em
      * horas cheias, precifica cada semana pela jornada (PROG8C na
      * de 44h), apura o valor so das horas extras, grava HORASEXT e
      * imprime a linha da listagem. A jornada e o salario ja foram
      * lidos na quebra (3100).
      ******************************************************************
       3000-FECHAR-FUNCIONARIO.
           IF WS-ENTRADA-PENDENTE
           MOVE 0 TO WS-HORAS-MES.
           MOVE 0 TO WS-HORAS-EXTRAS-MES.
           MOVE 0 TO WS-VALOR-EXTRAS-MES.
           PERFORM 3200-PRECIFICAR-SEMANA THRU 3200-EXIT
               VARYING WS-IDX-SEMANA FROM 1 BY 1
               UNTIL WS-IDX-SEMANA > 6.
           IF WS-JOR-ESCALA
               PERFORM 3260-PRECIFICAR-ESCALA THRU 3260-EXIT
           END-IF.
           PERFORM 3250-PRECIFICAR-DOMFER THRU 3250-EXIT.
           COMPUTE WS-HORAS-NOTURNAS = WS-MINUTOS-NOTURNOS / 60.
           MOVE 0 TO WS-HORAS-BANCO-MES.
           MOVE 0 TO WS-HORAS-COMPENSADAS.
           IF WS-HORAS-MES > 0
               IF EMP-OPTANTE-BANCO AND WS-BANCO-DISPONIVEL
                   PERFORM 3500-LANCAR-BANCO-HORAS THRU 3500-EXIT
               END-IF
               PERFORM 3300-GRAVAR-HORASEXT THRU 3300-EXIT
               PERFORM 3400-IMPRIMIR-LINHA THRU 3400-EXIT
               ADD 1 TO WS-QTD-FUNCIONARIOS
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-BUSCAR-SALARIO - na quebra de matricula: le o funcionario,
      * a jornada dele (3120) e apura o valor-hora (salario pelo
      * divisor da jornada) e as horas esperadas no mes (3150).
      ******************************************************************
       3100-BUSCAR-SALARIO.
           MOVE 0 TO WS-VALOR-HORA.
           MOVE WS-MATRICULA-ANTERIOR TO EMP-MATRICULA.
                   DISPLAY 'APURAPON: MATRICULA ' WS-MATRICULA-ANTERIOR
                       ' COM PONTO E SEM CADASTRO EM EMPREG'
                   MOVE SPACES TO EMP-NOME
                   MOVE 'N' TO EMP-BANCO-HORAS
                   MOVE SPACES TO EMP-JORNADA
           END-READ.
           PERFORM 3120-BUSCAR-JORNADA THRU 3120-EXIT.
           IF WS-EMPREG-STATUS = '00'
               COMPUTE WS-VALOR-HORA ROUNDED =
                   EMP-SALARIO / WS-JOR-DIVISOR
           END-IF.
           PERFORM 3150-APURAR-ESPERADAS THRU 3150-EXIT.
       3100-EXIT.
           EXIT.

      * 3120-BUSCAR-JORNADA - carrega a jornada do funcionario; em
      * branco, nao cadastrada ou sem o mestre, fica o padrao 44h/220.
       3120-BUSCAR-JORNADA.
           MOVE SPACES TO WS-JOR-CODIGO.
           MOVE 'S'    TO WS-JOR-TIPO.
           MOVE 8      TO WS-JOR-HORAS-DIA.
           MOVE 44     TO WS-JOR-HORAS-SEMANA.
           MOVE 220    TO WS-JOR-DIVISOR.
           IF EMP-JORNADA = SPACES OR NOT WS-JORNADA-DISPONIVEL
               GO TO 3120-EXIT
           END-IF.
           MOVE EMP-JORNADA TO JOR-CODIGO.
           READ JORNADA-ARQ
               INVALID KEY
                   DISPLAY 'APURAPON: MATRICULA ' WS-MATRICULA-ANTERIOR
                       ' COM JORNADA ' EMP-JORNADA ' NAO CADASTRADA '
                       '- APURADA NA JORNADA PADRAO'
                   GO TO 3120-EXIT
           END-READ.
           MOVE JOR-CODIGO       TO WS-JOR-CODIGO.
           MOVE JOR-TIPO         TO WS-JOR-TIPO.
           MOVE JOR-HORAS-DIA    TO WS-JOR-HORAS-DIA.
           MOVE JOR-HORAS-SEMANA TO WS-JOR-HORAS-SEMANA.
           IF JOR-DIVISOR > 0
               MOVE JOR-DIVISOR  TO WS-JOR-DIVISOR
           END-IF.
       3120-EXIT.
           EXIT.

      ******************************************************************
      * 3150-APURAR-ESPERADAS - horas esperadas no mes pela jornada.
      * Semanal: dias uteis x horas por dia + sabados x o que sobra da
      * semana depois de 5 dias (44h/8h da os 4 do sabado; 30h/6h, 0).
      * Escala 12x36: plantao dia sim, dia nao - metade dos dias do
      * mes x horas do plantao, com ou sem calendario.
      ******************************************************************
       3150-APURAR-ESPERADAS.
           MOVE 0 TO WS-HORAS-ESPERADAS.
           MOVE 0 TO WS-JOR-HORAS-SABADO.
           IF WS-JOR-HORAS-SEMANA > WS-JOR-HORAS-DIA * 5
               COMPUTE WS-JOR-HORAS-SABADO =
                   WS-JOR-HORAS-SEMANA - WS-JOR-HORAS-DIA * 5
           END-IF.
           IF WS-JOR-ESCALA
               COMPUTE WS-HORAS-ESPERADAS =
                   WS-DIAS-COMPETENCIA * WS-JOR-HORAS-DIA / 2
               GO TO 3150-EXIT
           END-IF.
           IF NOT WS-CALENDARIO-DISPONIVEL
               GO TO 3150-EXIT
           END-IF.
           COMPUTE WS-HORAS-ESPERADAS =
               WS-QTD-DIAS-UTEIS * WS-JOR-HORAS-DIA
               + WS-QTD-SABADOS * WS-JOR-HORAS-SABADO.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PRECIFICAR-SEMANA - horas cheias da semana corrente (os
      * minutos que nao fecham hora sao desprezados) precificadas pela
      * PROG8C; o valor das extras e o total da semana menos as horas
      * normais (ate 44) pelo valor-hora simples. Jornada semanal de
      * outra carga vai pelo 3210 (mesma regra, limite da jornada);
      * escala 12x36 so soma as horas - as extras dela sao do mes
      * (3260).
      ******************************************************************
       3200-PRECIFICAR-SEMANA.
           COMPUTE WS-HORAS-SEMANA =
               GO TO 3200-EXIT
           END-IF.
           ADD WS-HORAS-SEMANA TO WS-HORAS-MES.
           IF WS-JOR-ESCALA
               GO TO 3200-EXIT
           END-IF.
           IF WS-JOR-HORAS-SEMANA NOT = 44
               PERFORM 3210-PRECIFICAR-JORNADA THRU 3210-EXIT
               GO TO 3200-EXIT
           END-IF.
           CALL 'PROG8C' USING WS-HORAS-SEMANA
                               WS-VALOR-HORA
                               WS-VALOR-SEMANA.
       3200-EXIT.
           EXIT.

      * 3210-PRECIFICAR-JORNADA - semana de jornada diferente de 44h:
      * o que passar das horas semanais da jornada e extra a 1,5x.
       3210-PRECIFICAR-JORNADA.
           IF WS-HORAS-SEMANA NOT > WS-JOR-HORAS-SEMANA
               GO TO 3210-EXIT
           END-IF.
           COMPUTE WS-HORAS-EXTRAS-SEM =
               WS-HORAS-SEMANA - WS-JOR-HORAS-SEMANA.
           ADD WS-HORAS-EXTRAS-SEM TO WS-HORAS-EXTRAS-MES.
           COMPUTE WS-VALOR-EXTRAS-MES = WS-VALOR-EXTRAS-MES
               + (WS-HORAS-EXTRAS-SEM * WS-VALOR-HORA * 1,5).
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3250-PRECIFICAR-DOMFER - horas cheias marcadas em domingo ou
      * feriado, pagas em dobro como extras, fora do calculo semanal.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 3260-PRECIFICAR-ESCALA - escala 12x36: a compensacao e do mes,
      * entao so o que passar das horas esperadas no mes (fora os
      * feriados, pagos em dobro no 3250) e extra a 1,5x.
      ******************************************************************
       3260-PRECIFICAR-ESCALA.
           IF WS-HORAS-ESPERADAS = 0
               OR WS-HORAS-MES NOT > WS-HORAS-ESPERADAS
               GO TO 3260-EXIT
           END-IF.
           COMPUTE WS-HORAS-EXTRAS-SEM =
               WS-HORAS-MES - WS-HORAS-ESPERADAS.
           ADD WS-HORAS-EXTRAS-SEM TO WS-HORAS-EXTRAS-MES.
           COMPUTE WS-VALOR-EXTRAS-MES = WS-VALOR-EXTRAS-MES
               + (WS-HORAS-EXTRAS-SEM * WS-VALOR-HORA * 1,5).
       3260-EXIT.
           EXIT.

       3300-GRAVAR-HORASEXT.
           MOVE WS-MATRICULA-ANTERIOR TO HRS-MATRICULA.
           MOVE WS-PARM-ANO           TO HRS-ANO.
           MOVE WS-HORAS-EXTRAS-MES   TO HRS-HORAS-EXTRAS.
           MOVE WS-VALOR-EXTRAS-MES   TO HRS-VALOR-EXTRAS.
           MOVE WS-HORAS-ESPERADAS    TO HRS-HORAS-ESPERADAS.
           MOVE WS-HORAS-BANCO-MES    TO HRS-HORAS-BANCO.
           MOVE WS-HORAS-COMPENSADAS  TO HRS-HORAS-COMPENSADAS.
           MOVE WS-HORAS-NOTURNAS     TO HRS-HORAS-NOTURNAS.
           MOVE WS-JOR-DIVISOR        TO HRS-DIVISOR.
           WRITE HRS-REGISTRO
               INVALID KEY
                   REWRITE HRS-REGISTRO
           MOVE WS-HORAS-MES          TO DET1P-HORAS.
           MOVE WS-HORAS-EXTRAS-MES   TO DET1P-EXTRAS.
           MOVE WS-VALOR-EXTRAS-MES   TO DET1P-VALOR.
           MOVE WS-HORAS-NOTURNAS     TO DET1P-NOTURNAS.
           MOVE WS-JOR-CODIGO         TO DET1P-JORNADA.
           MOVE DET1P TO REL-LINHA.
           WRITE REL-LINHA.
           IF EMP-OPTANTE-BANCO AND WS-BANCO-DISPONIVEL
               MOVE WS-HORAS-BANCO-MES   TO DET3P-CREDITO
               MOVE WS-HORAS-COMPENSADAS TO DET3P-COMPENSADO
               MOVE WS-SALDO-BANCO       TO DET3P-SALDO
               MOVE SPACES TO DET3P-OBS
               IF WS-MES-POSTERIOR-LANCADO
                   MOVE 'MES POSTERIOR JA LANCADO' TO DET3P-OBS
               END-IF
               MOVE DET3P TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LANCAR-BANCO-HORAS - optante por banco de horas: as horas
      * extras do mes vao para o saldo em vez de serem pagas, e as
      * horas que faltaram para as esperadas do calendario sao
      * compensadas com o saldo, do credito mais antigo para o mais
      * novo (inclusive o do proprio mes). So se compensa o que houver
      * de saldo; o resto segue como falta para o RELAT. Reapuracao
      * da mesma competencia desfaz o lancamento anterior primeiro.
      ******************************************************************
       3500-LANCAR-BANCO-HORAS.
           ADD 1 TO WS-QTD-OPTANTES-BANCO.
           MOVE 0 TO WS-SALDO-BANCO.
           PERFORM 3510-CARREGAR-BANCO THRU 3510-EXIT.
           IF WS-MES-POSTERIOR-LANCADO
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-HORAS-EXTRAS-MES TO WS-HORAS-BANCO-MES.
           MOVE 0 TO WS-HORAS-EXTRAS-MES.
           MOVE 0 TO WS-VALOR-EXTRAS-MES.
           PERFORM 3520-DESFAZER-LANCAMENTO THRU 3520-EXIT.
           MOVE 0 TO WS-HORAS-FALTA-MES.
           IF WS-HORAS-ESPERADAS > WS-HORAS-MES
               COMPUTE WS-HORAS-FALTA-MES =
                   WS-HORAS-ESPERADAS - WS-HORAS-MES
           END-IF.
           MOVE WS-HORAS-FALTA-MES TO WS-HORAS-A-TRATAR.
           PERFORM 3530-COMPENSAR-CREDITO THRU 3530-EXIT
               VARYING WS-SUB-BCO FROM 1 BY 1
               UNTIL WS-SUB-BCO > WS-QTD-BANCO
                   OR WS-HORAS-A-TRATAR = 0.
           COMPUTE WS-HORAS-COMPENSADAS =
               WS-HORAS-FALTA-MES - WS-HORAS-A-TRATAR.
           MOVE WS-HORAS-COMPENSADAS TO WS-BCO-DEBITO (WS-QTD-BANCO).
           MOVE 0 TO WS-SALDO-BANCO.
           PERFORM 3540-GRAVAR-BANCO THRU 3540-EXIT
               VARYING WS-SUB-BCO FROM 1 BY 1
               UNTIL WS-SUB-BCO > WS-QTD-BANCO.
       3500-EXIT.
           EXIT.

      * 3510-CARREGAR-BANCO - carrega os lancamentos do funcionario dos
      * ultimos 24 meses ate a competencia apurada. Havendo lancamento
      * de competencia posterior, a reapuracao nao mexe no banco (a
      * ordem das compensacoes ja seguiu adiante): vale o que foi
      * lancado da primeira vez, com aviso.
       3510-CARREGAR-BANCO.
           MOVE 0 TO WS-QTD-BANCO.
           MOVE 'N' TO WS-BANCO-BLOQUEADO.
           MOVE 'N' TO WS-FIM-BANCO.
           MOVE WS-MATRICULA-ANTERIOR TO BCH-MATRICULA.
           MOVE WS-COMP-INICIO-BANCO  TO BCH-COMPETENCIA.
           START BANCOHRS-ARQ KEY IS NOT LESS THAN BCH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-BANCO
           END-START.
           PERFORM 3515-GUARDAR-LANCAMENTO THRU 3515-EXIT
               UNTIL FIM-DO-BANCO.
           IF WS-MES-POSTERIOR-LANCADO
               DISPLAY 'APURAPON: MATRICULA ' WS-MATRICULA-ANTERIOR
                   ' COM BANCO DE HORAS LANCADO EM MES POSTERIOR - '
                   'LANCAMENTO ANTERIOR MANTIDO'
               PERFORM 3518-MANTER-LANCAMENTO THRU 3518-EXIT
               GO TO 3510-EXIT
           END-IF.
           IF WS-QTD-BANCO = 0
               OR WS-BCO-COMPETENCIA (WS-QTD-BANCO) NOT =
                   WS-COMP-APURADA
               ADD 1 TO WS-QTD-BANCO
               MOVE WS-COMP-APURADA TO WS-BCO-COMPETENCIA (WS-QTD-BANCO)
               MOVE 0 TO WS-BCO-CREDITO (WS-QTD-BANCO)
               MOVE 0 TO WS-BCO-DEBITO (WS-QTD-BANCO)
               MOVE 0 TO WS-BCO-SALDO (WS-QTD-BANCO)
               MOVE 0 TO WS-BCO-PAGAS (WS-QTD-BANCO)
               MOVE 'N' TO WS-BCO-ALTERADO (WS-QTD-BANCO)
           END-IF.
       3510-EXIT.
           EXIT.

       3515-GUARDAR-LANCAMENTO.
           READ BANCOHRS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-BANCO
                   GO TO 3515-EXIT
           END-READ.
           IF WS-BANCOHRS-STATUS NOT = '00'
               OR BCH-MATRICULA NOT = WS-MATRICULA-ANTERIOR
               MOVE 'S' TO WS-FIM-BANCO
               GO TO 3515-EXIT
           END-IF.
           IF BCH-COMPETENCIA > WS-COMP-APURADA
               MOVE 'S' TO WS-BANCO-BLOQUEADO
               MOVE 'S' TO WS-FIM-BANCO
               GO TO 3515-EXIT
           END-IF.
           IF WS-QTD-BANCO = 35
               DISPLAY 'APURAPON: MATRICULA ' WS-MATRICULA-ANTERIOR
                   ' COM LANCAMENTOS DEMAIS NO BANCO DE HORAS'
               MOVE 'S' TO WS-FIM-BANCO
               GO TO 3515-EXIT
           END-IF.
           ADD 1 TO WS-QTD-BANCO.
           MOVE BCH-COMPETENCIA  TO WS-BCO-COMPETENCIA (WS-QTD-BANCO).
           MOVE BCH-HORAS-CREDITO TO WS-BCO-CREDITO (WS-QTD-BANCO).
           MOVE BCH-HORAS-DEBITO TO WS-BCO-DEBITO (WS-QTD-BANCO).
           MOVE BCH-HORAS-SALDO  TO WS-BCO-SALDO (WS-QTD-BANCO).
           MOVE BCH-HORAS-PAGAS  TO WS-BCO-PAGAS (WS-QTD-BANCO).
           MOVE 'N' TO WS-BCO-ALTERADO (WS-QTD-BANCO).
       3515-EXIT.
           EXIT.

      * 3518-MANTER-LANCAMENTO - reapuracao bloqueada: extras e
      * compensadas do HORASEXT saem do lancamento ja gravado.
       3518-MANTER-LANCAMENTO.
           MOVE WS-MATRICULA-ANTERIOR TO BCH-MATRICULA.
           MOVE WS-COMP-APURADA       TO BCH-COMPETENCIA.
           READ BANCOHRS-ARQ
               INVALID KEY
                   GO TO 3518-EXIT
           END-READ.
           MOVE BCH-HORAS-CREDITO TO WS-HORAS-BANCO-MES.
           MOVE BCH-HORAS-DEBITO  TO WS-HORAS-COMPENSADAS.
           MOVE 0 TO WS-HORAS-EXTRAS-MES.
           MOVE 0 TO WS-VALOR-EXTRAS-MES.
       3518-EXIT.
           EXIT.

      ******************************************************************
      * 3520-DESFAZER-LANCAMENTO - reapuracao: devolve as horas que a
      * apuracao anterior da competencia compensou. O que saiu do
      * credito do proprio mes some com a regravacao dele; o restante
      * volta aos creditos anteriores do mais novo para o mais antigo
      * (a compensacao consumiu do mais antigo, entao a ultima camada
      * consumida e a dos mais novos).
      ******************************************************************
       3520-DESFAZER-LANCAMENTO.
           MOVE WS-QTD-BANCO TO WS-SUB-BCO.
           COMPUTE WS-CAPACIDADE = WS-BCO-CREDITO (WS-SUB-BCO)
               - WS-BCO-SALDO (WS-SUB-BCO) - WS-BCO-PAGAS (WS-SUB-BCO).
           IF WS-CAPACIDADE < 0
               MOVE 0 TO WS-CAPACIDADE
           END-IF.
           MOVE 0 TO WS-HORAS-A-TRATAR.
           IF WS-BCO-DEBITO (WS-SUB-BCO) > WS-CAPACIDADE
               COMPUTE WS-HORAS-A-TRATAR =
                   WS-BCO-DEBITO (WS-SUB-BCO) - WS-CAPACIDADE
           END-IF.
           MOVE WS-HORAS-BANCO-MES TO WS-BCO-CREDITO (WS-SUB-BCO).
           MOVE WS-HORAS-BANCO-MES TO WS-BCO-SALDO (WS-SUB-BCO).
           MOVE 0 TO WS-BCO-DEBITO (WS-SUB-BCO).
           MOVE 0 TO WS-BCO-PAGAS (WS-SUB-BCO).
           MOVE 'S' TO WS-BCO-ALTERADO (WS-SUB-BCO).
           IF WS-HORAS-A-TRATAR = 0
               GO TO 3520-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-SUB-BCO.
           PERFORM 3525-DEVOLVER-CREDITO THRU 3525-EXIT
               UNTIL WS-SUB-BCO < 1 OR WS-HORAS-A-TRATAR = 0.
       3520-EXIT.
           EXIT.

       3525-DEVOLVER-CREDITO.
           COMPUTE WS-CAPACIDADE = WS-BCO-CREDITO (WS-SUB-BCO)
               - WS-BCO-SALDO (WS-SUB-BCO) - WS-BCO-PAGAS (WS-SUB-BCO).
           IF WS-CAPACIDADE > 0
               IF WS-CAPACIDADE > WS-HORAS-A-TRATAR
                   MOVE WS-HORAS-A-TRATAR TO WS-HORAS-MOVIDAS
               ELSE
                   MOVE WS-CAPACIDADE TO WS-HORAS-MOVIDAS
               END-IF
               ADD WS-HORAS-MOVIDAS TO WS-BCO-SALDO (WS-SUB-BCO)
               SUBTRACT WS-HORAS-MOVIDAS FROM WS-HORAS-A-TRATAR
               MOVE 'S' TO WS-BCO-ALTERADO (WS-SUB-BCO)
           END-IF.
           SUBTRACT 1 FROM WS-SUB-BCO.
       3525-EXIT.
           EXIT.

       3530-COMPENSAR-CREDITO.
           IF WS-BCO-SALDO (WS-SUB-BCO) = 0
               GO TO 3530-EXIT
           END-IF.
           IF WS-BCO-SALDO (WS-SUB-BCO) > WS-HORAS-A-TRATAR
               MOVE WS-HORAS-A-TRATAR TO WS-HORAS-MOVIDAS
           ELSE
               MOVE WS-BCO-SALDO (WS-SUB-BCO) TO WS-HORAS-MOVIDAS
           END-IF.
           SUBTRACT WS-HORAS-MOVIDAS FROM WS-BCO-SALDO (WS-SUB-BCO).
           SUBTRACT WS-HORAS-MOVIDAS FROM WS-HORAS-A-TRATAR.
           MOVE 'S' TO WS-BCO-ALTERADO (WS-SUB-BCO).
       3530-EXIT.
           EXIT.

      * 3540-GRAVAR-BANCO - regrava no BANCOHRS os lancamentos mexidos
      * (e grava o da competencia na primeira apuracao) e soma o saldo
      * que fica no banco.
       3540-GRAVAR-BANCO.
           ADD WS-BCO-SALDO (WS-SUB-BCO) TO WS-SALDO-BANCO.
           IF WS-BCO-ALTERADO (WS-SUB-BCO) NOT = 'S'
               GO TO 3540-EXIT
           END-IF.
           MOVE WS-MATRICULA-ANTERIOR TO BCH-MATRICULA.
           MOVE WS-BCO-COMPETENCIA (WS-SUB-BCO) TO BCH-COMPETENCIA.
           READ BANCOHRS-ARQ
               INVALID KEY
                   MOVE SPACES TO BCH-REGISTRO
                   MOVE WS-MATRICULA-ANTERIOR TO BCH-MATRICULA
                   MOVE WS-BCO-COMPETENCIA (WS-SUB-BCO)
                       TO BCH-COMPETENCIA
                   MOVE 0 TO BCH-HORAS-PAGAS
                   MOVE 0 TO BCH-COMP-PAGAMENTO
                   MOVE 0 TO BCH-VALOR-PAGO
           END-READ.
           MOVE WS-BCO-CREDITO (WS-SUB-BCO) TO BCH-HORAS-CREDITO.
           MOVE WS-BCO-DEBITO (WS-SUB-BCO)  TO BCH-HORAS-DEBITO.
           MOVE WS-BCO-SALDO (WS-SUB-BCO)   TO BCH-HORAS-SALDO.
           IF WS-BANCOHRS-STATUS = '00'
               REWRITE BCH-REGISTRO
                   INVALID KEY
                       DISPLAY 'APURAPON: ERRO AO REGRAVAR BANCOHRS '
                           'DA MATRICULA ' BCH-MATRICULA
               END-REWRITE
           ELSE
               WRITE BCH-REGISTRO
                   INVALID KEY
                       DISPLAY 'APURAPON: ERRO AO GRAVAR BANCOHRS '
                           'DA MATRICULA ' BCH-MATRICULA
               END-WRITE
           END-IF.
       3540-EXIT.
           EXIT.

      ******************************************************************
      * 4100-LIMPAR-ACUMULADORES - zera os minutos semanais e a entrada
      * pendente ao iniciar um novo funcionario.
               VARYING WS-IDX-SEMANA FROM 1 BY 1
               UNTIL WS-IDX-SEMANA > 6.
           MOVE 0 TO WS-MINUTOS-DOMFER.
           MOVE 0 TO WS-MINUTOS-NOTURNOS.
           MOVE 'N' TO WS-TEM-ENTRADA.
       4100-EXIT.
           EXIT.
           CLOSE PONTO-ARQ.
           CLOSE EMPREG-ARQ.
           CLOSE HORASEXT-ARQ.
           IF WS-BANCO-DISPONIVEL
               CLOSE BANCOHRS-ARQ
           END-IF.
           IF WS-JORNADA-DISPONIVEL
               CLOSE JORNADA-ARQ
           END-IF.
           MOVE WS-QTD-FUNCIONARIOS TO TOT1P-QTD.
           MOVE WS-QTD-SEM-PAR TO TOT2P-QTD.
           IF WS-NOME-RELATORIO NOT = SPACES
           END-IF.
           DISPLAY TOT1P.
           DISPLAY TOT2P.
           IF WS-QTD-OPTANTES-BANCO > 0
               DISPLAY 'APURAPON: OPTANTES COM EXTRAS/FALTAS LEVADAS '
                   'AO BANCO DE HORAS: ' WS-QTD-OPTANTES-BANCO
           END-IF.
           IF WS-QTD-VIRADAS > 0
               DISPLAY 'APURAPON: TURNOS QUE VIRARAM O DIA (PAR '
                   'FECHADO NO DIA DA ENTRADA): ' WS-QTD-VIRADAS
           END-IF.
           IF WS-AJUSTES-DESCARTADOS > 0
               DISPLAY 'APURAPON: AJUSTES ALEM DA TABELA (NAO '
                   'APLICADOS): ' WS-AJUSTES-DESCARTADOS
