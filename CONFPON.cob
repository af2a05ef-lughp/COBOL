       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFPON.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Conformidade mensal do ponto com a legislacao de
      *             jornada. Le as marcacoes do PONTO com os ajustes
      *             aprovados do AJPONTO aplicados (mesma leitura
      *             intercalada do APURAPON), fecha os pares
      *             entrada/saida de cada dia - turno que vira o dia
      *             conta no dia da entrada - e aponta, por
      *             funcionario e dia da competencia:
      *               1 descanso menor que 11 horas entre o fim de uma
      *                 jornada e o inicio da seguinte (interjornada);
      *               2 mais de 2 horas extras no dia, acima das horas
      *                 diarias da jornada do funcionario (JORNADA,
      *                 padrao 8 horas);
      *               3 mais de 6 dias seguidos trabalhados sem folga
      *                 (apontado no 7o dia da sequencia);
      *               4 jornada de mais de 6 horas trabalhadas sem um
      *                 intervalo de pelo menos 1 hora entre dois pares
      *                 de marcacoes (intervalo de refeicao).
      *             O mes anterior e lido so como referencia, para o
      *             descanso e a sequencia de dias do inicio do mes.
      *             As ocorrencias sao totalizadas por departamento e
      *             por gestor (DEPTOS DEP-GESTOR-MATRICULA); cada
      *             departamento acima do limite informado gera um
      *             aviso urgente a equipe de FECHAMENTO.
      *
      *             Marcacoes sem par sao ignoradas e so contadas no
      *             resumo final - a listagem do APURAPON e que aponta
      *             uma a uma para correcao no AJUSTPON.
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
           SELECT PONTO-ARQ
               ASSIGN TO "PONTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PON-CHAVE
               FILE STATUS IS WS-PONTO-STATUS.

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

           SELECT AJPONTO-ARQ
               ASSIGN TO "AJPONTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AJP-CHAVE
               FILE STATUS IS WS-AJPONTO-STATUS.

           SELECT DEPTOS-ARQ
               ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

           SELECT JORNADA-ARQ
               ASSIGN TO "JORNADA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOR-CODIGO
               FILE STATUS IS WS-JORNADA-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PONTO-ARQ
           LABEL RECORD IS STANDARD.
           COPY PONTOC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  AJPONTO-ARQ
           LABEL RECORD IS STANDARD.
           COPY AJPONTOC.

       FD  DEPTOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPTOSC.

       FD  JORNADA-ARQ
           LABEL RECORD IS STANDARD.
           COPY JORNADC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-PONTO-STATUS         PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-AJPONTO-STATUS       PIC X(02) VALUE '00'.
           05 WS-DEPTOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-JORNADA-STATUS       PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-ENCERRAR             PIC X(01) VALUE 'N'.
               88 ENCERRAR-EXECUCAO   VALUE 'S'.
           05 WS-ABERTOS              PIC X(01) VALUE 'N'.
               88 WS-ARQUIVOS-ABERTOS VALUE 'S'.
           05 WS-TEM-ENTRADA          PIC X(01) VALUE 'N'.
               88 WS-ENTRADA-PENDENTE VALUE 'S'.
           05 WS-FIM-AJPONTO          PIC X(01) VALUE 'N'.
               88 FIM-DOS-AJUSTES     VALUE 'S'.
           05 WS-TEM-PONTO-GUARDADO   PIC X(01) VALUE 'N'.
               88 WS-PONTO-GUARDADO   VALUE 'S'.
           05 WS-FIM-PONTO-FISICO     PIC X(01) VALUE 'N'.
               88 FIM-DO-PONTO-FISICO VALUE 'S'.
           05 WS-MARC-CANCELADA       PIC X(01) VALUE 'N'.
               88 WS-CANCELADA        VALUE 'S'.
           05 WS-DEPTOS-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPTOS-DISPONIVEL VALUE 'S'.
           05 WS-JORNADA-OK           PIC X(01) VALUE 'N'.
               88 WS-JORNADA-DISPONIVEL VALUE 'S'.
           05 WS-VIRA-DIA             PIC X(01) VALUE 'N'.
               88 WS-PERIODO-VIRA-DIA VALUE 'S'.
           05 WS-NA-COMPETENCIA       PIC X(01) VALUE 'N'.
               88 WS-DIA-DA-COMPETENCIA VALUE 'S'.
           05 WS-ACHOU-DEPTO          PIC X(01) VALUE 'N'.
               88 WS-DEPTO-ACHADO     VALUE 'S'.
           05 WS-ACHOU-GESTOR         PIC X(01) VALUE 'N'.
               88 WS-GESTOR-ACHADO    VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-LIMITE          PIC 9(03) VALUE 0.

      * Competencia apurada e janela de leitura do PONTO: do dia 1 do
      * mes anterior (referencia para descanso e dias seguidos) ao dia
      * 1 do mes seguinte (saida do turno que vira o ultimo dia).
       01  WS-COMPETENCIA-INI         PIC 9(08) VALUE 0.
       01  WS-COMPETENCIA-FIM         PIC 9(08) VALUE 0.
       01  WS-LEITURA-INI             PIC 9(08) VALUE 0.
       01  WS-LEITURA-FIM             PIC 9(08) VALUE 0.

       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

       01  WS-CONTROLE-QUEBRA.
           05 WS-MATRICULA-ANTERIOR   PIC 9(06) VALUE 0.

      * Marcacao corrente entregue pela leitura intercalada (PONTO
      * original menos cancelamentos, mais inclusoes aprovadas).
       01  WS-MARCACAO-CORRENTE.
           05 WRK-MATRICULA           PIC 9(06) VALUE 0.
           05 WRK-DATA                PIC 9(08) VALUE 0.
           05 WRK-HORA                PIC 9(06) VALUE 0.
           05 WRK-SENTIDO             PIC X(01) VALUE SPACES.
               88 WRK-ENTRADA         VALUE 'E'.
               88 WRK-SAIDA           VALUE 'S'.

      * Marcacao fisica do PONTO guardada a frente para a intercalacao
      * com as inclusoes (mesma ordem de chave nos dois lados).
       01  WS-PONTO-A-FRENTE.
           05 GRD-MATRICULA           PIC 9(06) VALUE 0.
           05 GRD-DATA                PIC 9(08) VALUE 0.
           05 GRD-HORA                PIC 9(06) VALUE 0.
           05 GRD-SENTIDO             PIC X(01) VALUE SPACES.

      * Ajustes aprovados da janela de leitura, carregados de AJPONTO
      * na abertura: inclusoes entram intercaladas, cancelamentos
      * tiram a marcacao original da analise.
       01  WS-TAB-INCLUSOES.
           05 WS-QTD-INCLUSOES        PIC 9(03) COMP VALUE 0.
           05 WS-PROX-INCLUSAO        PIC 9(03) COMP VALUE 1.
           05 WS-INC-ITEM OCCURS 200 TIMES
               INDEXED BY WS-IDX-INC.
               10 WS-INC-CHAVE.
                   15 WS-INC-MATRICULA PIC 9(06).
                   15 WS-INC-DATA      PIC 9(08).
                   15 WS-INC-HORA      PIC 9(06).
               10 WS-INC-SENTIDO      PIC X(01).

       01  WS-TAB-CANCELAMENTOS.
           05 WS-QTD-CANCEL           PIC 9(03) COMP VALUE 0.
           05 WS-CAN-ITEM OCCURS 200 TIMES
               INDEXED BY WS-IDX-CAN.
               10 WS-CAN-CHAVE.
                   15 WS-CAN-MATRICULA PIC 9(06).
                   15 WS-CAN-DATA      PIC 9(08).
                   15 WS-CAN-HORA      PIC 9(06).

      * Dias de cada mes (fevereiro acertado no ano bissexto), para
      * achar o dia seguinte a uma data.
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

      * Funcionario corrente: nome, horas diarias da jornada (JORNADA
      * pela EMP-JORNADA; sem jornada, 8 horas) e departamento na
      * tabela de totais (zero = fora da tabela).
       01  WS-FUNCIONARIO.
           05 WS-FUNC-NOME            PIC X(30) VALUE SPACES.
           05 WS-FUNC-DEPTO           PIC X(04) VALUE SPACES.
           05 WS-JOR-HORAS-DIA        PIC 9(02) VALUE 8.
           05 WS-DEP-FUNC             PIC 9(03) COMP VALUE 0.

       01  WS-MARCACAO-ENTRADA.
           05 WS-ENTRADA-DATA         PIC 9(08) VALUE 0.
           05 WS-ENTRADA-MINUTOS      PIC 9(05) COMP VALUE 0.

       01  WS-CALCULO-HORAS.
           05 WS-HORA-MARCACAO        PIC 9(02) VALUE 0.
           05 WS-MINUTO-MARCACAO      PIC 9(02) VALUE 0.
           05 WS-MINUTOS-MARCACAO     PIC 9(05) COMP VALUE 0.
           05 WS-MINUTOS-PERIODO      PIC S9(05) COMP VALUE 0.
           05 WS-INTERVALO            PIC S9(05) COMP VALUE 0.
           05 WS-DESCANSO             PIC S9(05) COMP VALUE 0.
           05 WS-LIMITE-DIA           PIC 9(05) COMP VALUE 0.

      * Jornada do dia em analise (pares com entrada na mesma data):
      * inicio, fim (data e minuto da ultima saida), minutos
      * trabalhados e maior intervalo entre dois pares.
       01  WS-JORNADA-DIA.
           05 WS-DIA-DATA             PIC 9(08) VALUE 0.
           05 WS-DIA-INICIO           PIC 9(05) COMP VALUE 0.
           05 WS-DIA-FIM-DATA         PIC 9(08) VALUE 0.
           05 WS-DIA-FIM-MINUTOS      PIC 9(05) COMP VALUE 0.
           05 WS-DIA-TRABALHADO       PIC 9(05) COMP VALUE 0.
           05 WS-DIA-MAIOR-INTERVALO  PIC 9(05) COMP VALUE 0.

      * Fim da jornada anterior (descanso entre jornadas) e sequencia
      * de dias seguidos trabalhados do funcionario corrente.
       01  WS-JORNADA-ANTERIOR.
           05 WS-ANT-FIM-DATA         PIC 9(08) VALUE 0.
           05 WS-ANT-FIM-MINUTOS      PIC 9(05) COMP VALUE 0.
           05 WS-SEQ-DIAS             PIC 9(03) COMP VALUE 0.
           05 WS-SEQ-INICIO           PIC 9(08) VALUE 0.
           05 WS-SEQ-ULTIMA-DATA      PIC 9(08) VALUE 0.

      * Ocorrencia a registrar: tipo (1 interjornada, 2 extras, 3 dias
      * seguidos, 4 intervalo), dia e detalhe impresso.
       01  WS-OCORRENCIA.
           05 WS-OCO-TIPO             PIC 9(01) VALUE 0.
           05 WS-OCO-DATA             PIC 9(08) VALUE 0.
           05 WS-OCO-DETALHE          PIC X(45) VALUE SPACES.

       01  WS-ROTULOS-OCORRENCIA.
           05 FILLER                  PIC X(30) VALUE
               'DESCANSO < 11H ENTRE JORNADAS'.
           05 FILLER                  PIC X(30) VALUE
               'MAIS DE 2H EXTRAS NO DIA'.
           05 FILLER                  PIC X(30) VALUE
               'MAIS DE 6 DIAS SEM FOLGA'.
           05 FILLER                  PIC X(30) VALUE
               'JORNADA > 6H SEM INTERVALO 1H'.
       01  WS-TAB-ROTULOS REDEFINES WS-ROTULOS-OCORRENCIA.
           05 WS-ROTULO-OCORRENCIA    PIC X(30) OCCURS 4 TIMES.

      * Edicao de minutos em HHhMM e de datas em DD/MM/AAAA para o
      * detalhe das ocorrencias.
       01  WS-EDICAO.
           05 WS-MINUTOS-EDICAO       PIC 9(05) COMP VALUE 0.
           05 WS-HHMM-EDITADO.
               10 WS-HHMM-HORAS       PIC 9(02).
               10 FILLER              PIC X(01) VALUE 'H'.
               10 WS-HHMM-MINUTOS     PIC 9(02).
           05 WS-HHMM-GUARDADO        PIC X(05) VALUE SPACES.
           05 WS-DATA-EDITADA.
               10 WS-EDT-DIA          PIC 9(02).
               10 FILLER              PIC X(01) VALUE '/'.
               10 WS-EDT-MES          PIC 9(02).
               10 FILLER              PIC X(01) VALUE '/'.
               10 WS-EDT-ANO          PIC 9(04).

      * Totais por departamento, na ordem em que aparecem no PONTO,
      * com o gestor do DEPTOS e a posicao dele na tabela de gestores.
       01  WS-TAB-DEPTOS.
           05 WS-QTD-DEPTOS           PIC 9(03) COMP VALUE 0.
           05 WS-DEP-ITEM OCCURS 200 TIMES
               INDEXED BY WS-IDX-DEP.
               10 WS-DEP-CODIGO       PIC X(04).
               10 WS-DEP-NOME         PIC X(30).
               10 WS-DEP-GESTOR       PIC 9(06).
               10 WS-DEP-GES-POS      PIC 9(03) COMP.
               10 WS-DEP-OCORR        PIC 9(05) COMP OCCURS 4 TIMES.
               10 WS-DEP-TOTAL        PIC 9(05) COMP.

       01  WS-TAB-GESTORES.
           05 WS-QTD-GESTORES         PIC 9(03) COMP VALUE 0.
           05 WS-GES-ITEM OCCURS 200 TIMES
               INDEXED BY WS-IDX-GES.
               10 WS-GES-MATRICULA    PIC 9(06).
               10 WS-GES-QTD-DEPTOS   PIC 9(03) COMP.
               10 WS-GES-OCORR        PIC 9(05) COMP OCCURS 4 TIMES.
               10 WS-GES-TOTAL        PIC 9(05) COMP.

       01  WS-SUB-TIPO                PIC 9(01) VALUE 0.
       01  WS-SUB-GES                 PIC 9(03) COMP VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-FUNCIONARIOS     PIC 9(05) COMP VALUE 0.
           05 WS-QTD-JORNADAS         PIC 9(07) COMP VALUE 0.
           05 WS-QTD-MARCACOES        PIC 9(07) COMP VALUE 0.
           05 WS-QTD-SEM-PAR          PIC 9(05) COMP VALUE 0.
           05 WS-QTD-INCLUIDAS        PIC 9(05) COMP VALUE 0.
           05 WS-QTD-CANCELADAS       PIC 9(05) COMP VALUE 0.
           05 WS-AJUSTES-DESCARTADOS  PIC 9(05) COMP VALUE 0.
           05 WS-QTD-OCORRENCIAS      PIC 9(06) COMP VALUE 0.
           05 WS-QTD-OCORR-TIPO       PIC 9(06) COMP OCCURS 4 TIMES.
           05 WS-QTD-DEPTOS-ACIMA     PIC 9(03) COMP VALUE 0.
       01  WS-QTD-EDITADA             PIC ZZ9.
       01  WS-OCORR-EDITADA           PIC ZZ9.

       01  CAB1C.
           05 FILLER       PIC X(132) VALUE ALL '-'.

       01  CAB2C.
           05 FILLER       PIC X(35) VALUE
               'CONFORMIDADE DA JORNADA (PONTO) - '.
           05 CAB2C-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2C-ANO    PIC 9999.
           05 FILLER       PIC X(25) VALUE
               ' - LIMITE POR DEPTO ACIMA'.
           05 FILLER       PIC X(04) VALUE ' DE '.
           05 CAB2C-LIMITE PIC ZZ9.

       01  CAB3C.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(08) VALUE 'MATRIC. '.
           05 FILLER       PIC X(22) VALUE 'NOME'.
           05 FILLER       PIC X(12) VALUE 'DATA'.
           05 FILLER       PIC X(06) VALUE 'DEPTO'.
           05 FILLER       PIC X(32) VALUE 'OCORRENCIA'.
           05 FILLER       PIC X(07) VALUE 'DETALHE'.

       01  DET1C.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1C-MATRICULA PIC 9(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-NOME   PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-DATA   PIC X(10).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-DEPTO  PIC X(04).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-OCORRENCIA PIC X(30).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-DETALHE PIC X(45).

       01  CAB4C.
           05 FILLER       PIC X(40) VALUE
               'OCORRENCIAS POR DEPARTAMENTO'.

       01  CAB5C.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(06) VALUE 'DEPTO'.
           05 FILLER       PIC X(27) VALUE 'NOME'.
           05 FILLER       PIC X(08) VALUE 'GESTOR'.
           05 FILLER       PIC X(08) VALUE ' INTERJ.'.
           05 FILLER       PIC X(08) VALUE '  EXTRAS'.
           05 FILLER       PIC X(08) VALUE '   FOLGA'.
           05 FILLER       PIC X(08) VALUE '  INTERV'.
           05 FILLER       PIC X(08) VALUE '   TOTAL'.

       01  DET2C.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET2C-DEPTO  PIC X(04).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET2C-NOME   PIC X(25).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET2C-GESTOR PIC X(06).
           05 DET2C-OCORR  PIC ZZ.ZZZ.ZZ9 OCCURS 4 TIMES.
           05 DET2C-TOTAL  PIC ZZ.ZZZ.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET2C-MARCA  PIC X(02).

       01  CAB6C.
           05 FILLER       PIC X(40) VALUE
               'OCORRENCIAS POR GESTOR'.

       01  CAB7C.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(08) VALUE 'GESTOR'.
           05 FILLER       PIC X(25) VALUE 'NOME'.
           05 FILLER       PIC X(08) VALUE 'DEPTOS'.
           05 FILLER       PIC X(08) VALUE ' INTERJ.'.
           05 FILLER       PIC X(08) VALUE '  EXTRAS'.
           05 FILLER       PIC X(08) VALUE '   FOLGA'.
           05 FILLER       PIC X(08) VALUE '  INTERV'.
           05 FILLER       PIC X(08) VALUE '   TOTAL'.

       01  DET3C.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET3C-GESTOR PIC X(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET3C-NOME   PIC X(25).
           05 DET3C-DEPTOS PIC ZZ9.
           05 DET3C-OCORR  PIC ZZ.ZZZ.ZZ9 OCCURS 4 TIMES.
           05 DET3C-TOTAL  PIC ZZ.ZZZ.ZZ9.

       01  TOT1C.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 TOT1C-ROTULO PIC X(32).
           05 TOT1C-QTD    PIC Z.ZZZ.ZZ9.

           COPY MSGGRVC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT ENCERRAR-EXECUCAO
               PERFORM 2000-PROCESSAR-MARCACAO THRU 2000-EXIT
                   UNTIL FIM-DO-ARQUIVO
               IF WS-MATRICULA-ANTERIOR > 0
                   PERFORM 3000-FECHAR-FUNCIONARIO THRU 3000-EXIT
               END-IF
               PERFORM 7000-IMPRIMIR-DEPTOS THRU 7000-EXIT
               PERFORM 7500-IMPRIMIR-GESTORES THRU 7500-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - le a competencia e o limite de ocorrencias
      * por departamento (zero assume 10), abre os arquivos e imprime
      * o cabecalho. Sem PONTO ou EMPREG nao ha analise: o job termina
      * com codigo 16. Sem DEPTOS os departamentos saem sem nome e sem
      * gestor; sem JORNADA vale a jornada padrao de 8 horas.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'MES DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           DISPLAY 'LIMITE POR DEPTO (0 = 10): ' WITH NO ADVANCING.
           ACCEPT WS-PARM-LIMITE.
           IF WS-PARM-MES = 0 OR WS-PARM-MES > 12
               OR WS-PARM-ANO = 0
               DISPLAY 'CONFPON: COMPETENCIA INVALIDA'
               MOVE 'S' TO WS-ENCERRAR
               GO TO 1000-EXIT
           END-IF.
           IF WS-PARM-LIMITE = 0
               MOVE 10 TO WS-PARM-LIMITE
           END-IF.
           PERFORM 1050-ZERAR-TIPO THRU 1050-EXIT
               VARYING WS-SUB-TIPO FROM 1 BY 1
               UNTIL WS-SUB-TIPO > 4.
           COMPUTE WS-COMPETENCIA-INI =
               WS-PARM-ANO * 10000 + WS-PARM-MES * 100 + 1.
           COMPUTE WS-COMPETENCIA-FIM =
               WS-PARM-ANO * 10000 + WS-PARM-MES * 100 + 31.
           IF WS-PARM-MES = 1
               COMPUTE WS-LEITURA-INI =
                   (WS-PARM-ANO - 1) * 10000 + 1201
           ELSE
               COMPUTE WS-LEITURA-INI = WS-COMPETENCIA-INI - 100
           END-IF.
           IF WS-PARM-MES = 12
               COMPUTE WS-LEITURA-FIM =
                   (WS-PARM-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-LEITURA-FIM = WS-COMPETENCIA-INI + 100
           END-IF.
           OPEN INPUT PONTO-ARQ.
           IF WS-PONTO-STATUS NOT = '00'
               DISPLAY 'CONFPON: ERRO AO ABRIR PONTO - STATUS '
                   WS-PONTO-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'CONFPON: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               CLOSE PONTO-ARQ
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DEPTOS-ARQ.
           IF WS-DEPTOS-STATUS = '00'
               MOVE 'S' TO WS-DEPTOS-OK
           ELSE
               DISPLAY 'CONFPON: DEPTOS INDISPONIVEL - DEPARTAMENTOS '
                   'SEM NOME E SEM GESTOR'
           END-IF.
           OPEN INPUT JORNADA-ARQ.
           IF WS-JORNADA-STATUS = '00'
               MOVE 'S' TO WS-JORNADA-OK
           ELSE
               DISPLAY 'CONFPON: MESTRE DE JORNADAS (JORNADA) '
                   'INDISPONIVEL - TODOS NA JORNADA PADRAO DE 8H'
           END-IF.
           MOVE 'S' TO WS-ABERTOS.
           PERFORM 1500-CARREGAR-AJUSTES THRU 1500-EXIT.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'CONFPON-'           DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'CONFPON: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-MES TO CAB2C-MES.
           MOVE WS-PARM-ANO TO CAB2C-ANO.
           MOVE WS-PARM-LIMITE TO CAB2C-LIMITE.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3C TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 2900-LER-PROXIMA-MARCACAO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

       1050-ZERAR-TIPO.
           MOVE 0 TO WS-QTD-OCORR-TIPO (WS-SUB-TIPO).
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1500-CARREGAR-AJUSTES - carrega de AJPONTO os ajustes APROVADOS
      * com data dentro da janela de leitura: inclusoes numa tabela
      * (ja em ordem de chave, como o arquivo), cancelamentos noutra.
      * Acima do limite das tabelas o excedente e contado e relatado,
      * como no APURAPON.
      ******************************************************************
       1500-CARREGAR-AJUSTES.
           OPEN INPUT AJPONTO-ARQ.
           IF WS-AJPONTO-STATUS NOT = '00'
               DISPLAY 'CONFPON: ARQUIVO DE AJUSTES (AJPONTO) '
                   'INDISPONIVEL - ANALISE SEGUE SEM AJUSTES'
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1550-GUARDAR-AJUSTE THRU 1550-EXIT
               UNTIL FIM-DOS-AJUSTES.
           CLOSE AJPONTO-ARQ.
       1500-EXIT.
           EXIT.

       1550-GUARDAR-AJUSTE.
           READ AJPONTO-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-AJPONTO
                   GO TO 1550-EXIT
           END-READ.
           IF WS-AJPONTO-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-AJPONTO
               GO TO 1550-EXIT
           END-IF.
           IF NOT AJP-APROVADO
               OR AJP-DATA < WS-LEITURA-INI
               OR AJP-DATA > WS-LEITURA-FIM
               GO TO 1550-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN AJP-INCLUSAO
                   IF WS-QTD-INCLUSOES < 200
                       ADD 1 TO WS-QTD-INCLUSOES
                       SET WS-IDX-INC TO WS-QTD-INCLUSOES
                       MOVE AJP-MATRICULA
                           TO WS-INC-MATRICULA (WS-IDX-INC)
                       MOVE AJP-DATA
                           TO WS-INC-DATA (WS-IDX-INC)
                       MOVE AJP-HORA
                           TO WS-INC-HORA (WS-IDX-INC)
                       MOVE AJP-SENTIDO
                           TO WS-INC-SENTIDO (WS-IDX-INC)
                   ELSE
                       ADD 1 TO WS-AJUSTES-DESCARTADOS
                   END-IF
               WHEN AJP-CANCELAMENTO
                   IF WS-QTD-CANCEL < 200
                       ADD 1 TO WS-QTD-CANCEL
                       SET WS-IDX-CAN TO WS-QTD-CANCEL
                       MOVE AJP-MATRICULA
                           TO WS-CAN-MATRICULA (WS-IDX-CAN)
                       MOVE AJP-DATA
                           TO WS-CAN-DATA (WS-IDX-CAN)
                       MOVE AJP-HORA
                           TO WS-CAN-HORA (WS-IDX-CAN)
                   ELSE
                       ADD 1 TO WS-AJUSTES-DESCARTADOS
                   END-IF
           END-EVALUATE.
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MARCACAO - quebra por matricula e pareia a
      * marcacao corrente, se ela estiver na janela de leitura.
      ******************************************************************
       2000-PROCESSAR-MARCACAO.
           IF WRK-MATRICULA NOT = WS-MATRICULA-ANTERIOR
               IF WS-MATRICULA-ANTERIOR > 0
                   PERFORM 3000-FECHAR-FUNCIONARIO THRU 3000-EXIT
               END-IF
               MOVE WRK-MATRICULA TO WS-MATRICULA-ANTERIOR
               PERFORM 3100-INICIAR-FUNCIONARIO THRU 3100-EXIT
           END-IF.
           IF WRK-DATA >= WS-LEITURA-INI
               AND WRK-DATA <= WS-LEITURA-FIM
               ADD 1 TO WS-QTD-MARCACOES
               PERFORM 2100-PAREAR-MARCACAO THRU 2100-EXIT
           END-IF.
           PERFORM 2900-LER-PROXIMA-MARCACAO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PAREAR-MARCACAO - guarda a entrada pendente ou fecha o par
      * entrada/saida, como no APURAPON: saida no dia seguinte ao da
      * entrada, em horario anterior ao dela, e turno que vira o dia e
      * conta no dia da entrada. Marcacao sem par so e contada.
      ******************************************************************
       2100-PAREAR-MARCACAO.
           MOVE WRK-HORA (1:2) TO WS-HORA-MARCACAO.
           MOVE WRK-HORA (3:2) TO WS-MINUTO-MARCACAO.
           COMPUTE WS-MINUTOS-MARCACAO =
               WS-HORA-MARCACAO * 60 + WS-MINUTO-MARCACAO.
           IF WRK-ENTRADA
               IF WS-ENTRADA-PENDENTE
                   MOVE WS-ENTRADA-DATA TO WS-DATA-CALCULO
                   PERFORM 2190-CONTAR-SEM-PAR THRU 2190-EXIT
               END-IF
               MOVE WRK-DATA            TO WS-ENTRADA-DATA
               MOVE WS-MINUTOS-MARCACAO TO WS-ENTRADA-MINUTOS
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
               MOVE WRK-DATA TO WS-DATA-CALCULO
               PERFORM 2190-CONTAR-SEM-PAR THRU 2190-EXIT
               MOVE 'N' TO WS-TEM-ENTRADA
               GO TO 2100-EXIT
           END-IF.
           IF WS-PERIODO-VIRA-DIA
               COMPUTE WS-MINUTOS-PERIODO = 1440
                   - WS-ENTRADA-MINUTOS + WS-MINUTOS-MARCACAO
           ELSE
               COMPUTE WS-MINUTOS-PERIODO =
                   WS-MINUTOS-MARCACAO - WS-ENTRADA-MINUTOS
           END-IF.
           MOVE 'N' TO WS-TEM-ENTRADA.
           IF WS-MINUTOS-PERIODO > 0
               PERFORM 2200-ACUMULAR-PERIODO THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      * 2150-TESTAR-VIRADA - a saida fecha um turno que virou o dia se
      * cair no dia seguinte ao da entrada, em horario anterior ao
      * dela, e o periodo nao passar de 16 horas.
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

      * 2190-CONTAR-SEM-PAR - conta a marcacao sem par do dia em
      * WS-DATA-CALCULO, se for da competencia.
       2190-CONTAR-SEM-PAR.
           IF WS-DATA-CALCULO >= WS-COMPETENCIA-INI
               AND WS-DATA-CALCULO <= WS-COMPETENCIA-FIM
               ADD 1 TO WS-QTD-SEM-PAR
           END-IF.
       2190-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ACUMULAR-PERIODO - soma o par fechado na jornada do dia da
      * entrada. Par de outro dia fecha a jornada em analise (2500) e
      * abre a nova; par do mesmo dia mede o intervalo desde a saida
      * anterior, guardando o maior.
      ******************************************************************
       2200-ACUMULAR-PERIODO.
           IF WS-ENTRADA-DATA NOT = WS-DIA-DATA
               IF WS-DIA-DATA > 0
                   PERFORM 2500-FECHAR-JORNADA THRU 2500-EXIT
               END-IF
               MOVE WS-ENTRADA-DATA    TO WS-DIA-DATA
               MOVE WS-ENTRADA-MINUTOS TO WS-DIA-INICIO
               MOVE 0 TO WS-DIA-TRABALHADO
               MOVE 0 TO WS-DIA-MAIOR-INTERVALO
           ELSE
               IF WS-DIA-FIM-DATA = WS-ENTRADA-DATA
                   COMPUTE WS-INTERVALO =
                       WS-ENTRADA-MINUTOS - WS-DIA-FIM-MINUTOS
                   IF WS-INTERVALO > WS-DIA-MAIOR-INTERVALO
                       MOVE WS-INTERVALO TO WS-DIA-MAIOR-INTERVALO
                   END-IF
               END-IF
           END-IF.
           ADD WS-MINUTOS-PERIODO TO WS-DIA-TRABALHADO.
           IF WS-PERIODO-VIRA-DIA
               MOVE WRK-DATA TO WS-DIA-FIM-DATA
           ELSE
               MOVE WS-ENTRADA-DATA TO WS-DIA-FIM-DATA
           END-IF.
           MOVE WS-MINUTOS-MARCACAO TO WS-DIA-FIM-MINUTOS.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2500-FECHAR-JORNADA - confere a jornada do dia em analise contra
      * os quatro limites. Dias fora da competencia (mes anterior e
      * dia 1 do seguinte) so alimentam o descanso e a sequencia de
      * dias, sem ocorrencia.
      ******************************************************************
       2500-FECHAR-JORNADA.
           MOVE 'N' TO WS-NA-COMPETENCIA.
           IF WS-DIA-DATA >= WS-COMPETENCIA-INI
               AND WS-DIA-DATA <= WS-COMPETENCIA-FIM
               MOVE 'S' TO WS-NA-COMPETENCIA
               ADD 1 TO WS-QTD-JORNADAS
           END-IF.
           MOVE WS-DIA-DATA TO WS-OCO-DATA.
           PERFORM 2510-TESTAR-INTERJORNADA THRU 2510-EXIT.
           PERFORM 2520-TESTAR-HORAS-EXTRAS THRU 2520-EXIT.
           PERFORM 2530-TESTAR-DIAS-SEGUIDOS THRU 2530-EXIT.
           PERFORM 2540-TESTAR-INTERVALO THRU 2540-EXIT.
           MOVE WS-DIA-FIM-DATA    TO WS-ANT-FIM-DATA.
           MOVE WS-DIA-FIM-MINUTOS TO WS-ANT-FIM-MINUTOS.
           MOVE 0 TO WS-DIA-DATA.
       2500-EXIT.
           EXIT.

      * 2510-TESTAR-INTERJORNADA - descanso desde a ultima saida da
      * jornada anterior; so e medido se ela terminou no mesmo dia ou
      * no dia anterior ao inicio desta (senao passou de 24 horas).
       2510-TESTAR-INTERJORNADA.
           IF WS-ANT-FIM-DATA = 0 OR NOT WS-DIA-DA-COMPETENCIA
               GO TO 2510-EXIT
           END-IF.
           IF WS-ANT-FIM-DATA = WS-DIA-DATA
               COMPUTE WS-DESCANSO =
                   WS-DIA-INICIO - WS-ANT-FIM-MINUTOS
           ELSE
               MOVE WS-ANT-FIM-DATA TO WS-DATA-CALCULO
               PERFORM 2155-SOMAR-UM-DIA THRU 2155-EXIT
               IF WS-DATA-CALCULO NOT = WS-DIA-DATA
                   GO TO 2510-EXIT
               END-IF
               COMPUTE WS-DESCANSO = 1440
                   - WS-ANT-FIM-MINUTOS + WS-DIA-INICIO
           END-IF.
           IF WS-DESCANSO < 0
               MOVE 0 TO WS-DESCANSO
           END-IF.
           IF WS-DESCANSO NOT < 660
               GO TO 2510-EXIT
           END-IF.
           MOVE WS-DESCANSO TO WS-MINUTOS-EDICAO.
           PERFORM 2690-EDITAR-HORAS THRU 2690-EXIT.
           MOVE SPACES TO WS-OCO-DETALHE.
           STRING 'DESCANSO DE '       DELIMITED BY SIZE
                  WS-HHMM-EDITADO      DELIMITED BY SIZE
                  ' APOS A JORNADA ANTERIOR'
                                       DELIMITED BY SIZE
                  INTO WS-OCO-DETALHE
           END-STRING.
           MOVE 1 TO WS-OCO-TIPO.
           PERFORM 2600-REGISTRAR-OCORRENCIA THRU 2600-EXIT.
       2510-EXIT.
           EXIT.

      * 2520-TESTAR-HORAS-EXTRAS - minutos trabalhados no dia acima das
      * horas diarias da jornada mais 2 horas.
       2520-TESTAR-HORAS-EXTRAS.
           IF NOT WS-DIA-DA-COMPETENCIA
               GO TO 2520-EXIT
           END-IF.
           COMPUTE WS-LIMITE-DIA = (WS-JOR-HORAS-DIA + 2) * 60.
           IF WS-DIA-TRABALHADO NOT > WS-LIMITE-DIA
               GO TO 2520-EXIT
           END-IF.
           MOVE WS-DIA-TRABALHADO TO WS-MINUTOS-EDICAO.
           PERFORM 2690-EDITAR-HORAS THRU 2690-EXIT.
           MOVE SPACES TO WS-OCO-DETALHE.
           STRING 'TRABALHADAS '       DELIMITED BY SIZE
                  WS-HHMM-EDITADO      DELIMITED BY SIZE
                  ' - JORNADA DE '     DELIMITED BY SIZE
                  WS-JOR-HORAS-DIA     DELIMITED BY SIZE
                  'H'                  DELIMITED BY SIZE
                  INTO WS-OCO-DETALHE
           END-STRING.
           MOVE 2 TO WS-OCO-TIPO.
           PERFORM 2600-REGISTRAR-OCORRENCIA THRU 2600-EXIT.
       2520-EXIT.
           EXIT.

      * 2530-TESTAR-DIAS-SEGUIDOS - conta os dias trabalhados em
      * sequencia (datas consecutivas); a ocorrencia sai uma vez por
      * sequencia, no 7o dia.
       2530-TESTAR-DIAS-SEGUIDOS.
           IF WS-SEQ-ULTIMA-DATA = 0
               MOVE 1 TO WS-SEQ-DIAS
               MOVE WS-DIA-DATA TO WS-SEQ-INICIO
           ELSE
               MOVE WS-SEQ-ULTIMA-DATA TO WS-DATA-CALCULO
               PERFORM 2155-SOMAR-UM-DIA THRU 2155-EXIT
               IF WS-DATA-CALCULO = WS-DIA-DATA
                   ADD 1 TO WS-SEQ-DIAS
               ELSE
                   MOVE 1 TO WS-SEQ-DIAS
                   MOVE WS-DIA-DATA TO WS-SEQ-INICIO
               END-IF
           END-IF.
           MOVE WS-DIA-DATA TO WS-SEQ-ULTIMA-DATA.
           IF WS-SEQ-DIAS NOT = 7 OR NOT WS-DIA-DA-COMPETENCIA
               GO TO 2530-EXIT
           END-IF.
           MOVE WS-SEQ-INICIO (7:2) TO WS-EDT-DIA.
           MOVE WS-SEQ-INICIO (5:2) TO WS-EDT-MES.
           MOVE WS-SEQ-INICIO (1:4) TO WS-EDT-ANO.
           MOVE SPACES TO WS-OCO-DETALHE.
           STRING '7 DIAS SEGUIDOS TRABALHADOS DESDE '
                                       DELIMITED BY SIZE
                  WS-DATA-EDITADA      DELIMITED BY SIZE
                  INTO WS-OCO-DETALHE
           END-STRING.
           MOVE 3 TO WS-OCO-TIPO.
           PERFORM 2600-REGISTRAR-OCORRENCIA THRU 2600-EXIT.
       2530-EXIT.
           EXIT.

      * 2540-TESTAR-INTERVALO - jornada de mais de 6 horas trabalhadas
      * sem um intervalo de pelo menos 1 hora entre dois pares.
       2540-TESTAR-INTERVALO.
           IF NOT WS-DIA-DA-COMPETENCIA
               OR WS-DIA-TRABALHADO NOT > 360
               OR WS-DIA-MAIOR-INTERVALO NOT < 60
               GO TO 2540-EXIT
           END-IF.
           MOVE WS-DIA-TRABALHADO TO WS-MINUTOS-EDICAO.
           PERFORM 2690-EDITAR-HORAS THRU 2690-EXIT.
           MOVE WS-HHMM-EDITADO TO WS-HHMM-GUARDADO.
           MOVE WS-DIA-MAIOR-INTERVALO TO WS-MINUTOS-EDICAO.
           PERFORM 2690-EDITAR-HORAS THRU 2690-EXIT.
           MOVE SPACES TO WS-OCO-DETALHE.
           STRING 'TRABALHADAS '       DELIMITED BY SIZE
                  WS-HHMM-GUARDADO     DELIMITED BY SIZE
                  ' - MAIOR INTERVALO '
                                       DELIMITED BY SIZE
                  WS-HHMM-EDITADO      DELIMITED BY SIZE
                  INTO WS-OCO-DETALHE
           END-STRING.
           MOVE 4 TO WS-OCO-TIPO.
           PERFORM 2600-REGISTRAR-OCORRENCIA THRU 2600-EXIT.
       2540-EXIT.
           EXIT.

      ******************************************************************
      * 2600-REGISTRAR-OCORRENCIA - soma a ocorrencia no total do tipo,
      * no departamento e no gestor do funcionario e imprime a linha.
      ******************************************************************
       2600-REGISTRAR-OCORRENCIA.
           MOVE WS-OCO-TIPO TO WS-SUB-TIPO.
           ADD 1 TO WS-QTD-OCORRENCIAS.
           ADD 1 TO WS-QTD-OCORR-TIPO (WS-SUB-TIPO).
           IF WS-DEP-FUNC > 0
               ADD 1 TO WS-DEP-OCORR (WS-DEP-FUNC, WS-SUB-TIPO)
               ADD 1 TO WS-DEP-TOTAL (WS-DEP-FUNC)
               MOVE WS-DEP-GES-POS (WS-DEP-FUNC) TO WS-SUB-GES
               IF WS-SUB-GES > 0
                   ADD 1 TO WS-GES-OCORR (WS-SUB-GES, WS-SUB-TIPO)
                   ADD 1 TO WS-GES-TOTAL (WS-SUB-GES)
               END-IF
           END-IF.
           MOVE WS-OCO-DATA (7:2) TO WS-EDT-DIA.
           MOVE WS-OCO-DATA (5:2) TO WS-EDT-MES.
           MOVE WS-OCO-DATA (1:4) TO WS-EDT-ANO.
           MOVE WS-MATRICULA-ANTERIOR TO DET1C-MATRICULA.
           MOVE WS-FUNC-NOME          TO DET1C-NOME.
           MOVE WS-DATA-EDITADA       TO DET1C-DATA.
           MOVE WS-FUNC-DEPTO         TO DET1C-DEPTO.
           MOVE WS-ROTULO-OCORRENCIA (WS-SUB-TIPO)
                                      TO DET1C-OCORRENCIA.
           MOVE WS-OCO-DETALHE        TO DET1C-DETALHE.
           MOVE DET1C TO REL-LINHA.
           WRITE REL-LINHA.
       2600-EXIT.
           EXIT.

      * 2690-EDITAR-HORAS - WS-MINUTOS-EDICAO em HHhMM.
       2690-EDITAR-HORAS.
           DIVIDE WS-MINUTOS-EDICAO BY 60 GIVING WS-HHMM-HORAS
               REMAINDER WS-HHMM-MINUTOS.
       2690-EXIT.
           EXIT.

      ******************************************************************
      * 2900-LER-PROXIMA-MARCACAO - entrega a proxima marcacao em ordem
      * de chave, intercalando o PONTO fisico (sem os cancelamentos
      * aprovados) com a tabela de inclusoes aprovadas.
      ******************************************************************
       2900-LER-PROXIMA-MARCACAO.
           IF NOT WS-PONTO-GUARDADO AND NOT FIM-DO-PONTO-FISICO
               PERFORM 2895-GARANTIR-PONTO-FISICO THRU 2895-EXIT
           END-IF.
           IF NOT WS-PONTO-GUARDADO
               AND WS-PROX-INCLUSAO > WS-QTD-INCLUSOES
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 2900-EXIT
           END-IF.
           IF WS-PROX-INCLUSAO <= WS-QTD-INCLUSOES
               SET WS-IDX-INC TO WS-PROX-INCLUSAO
               IF NOT WS-PONTO-GUARDADO
                   OR WS-INC-CHAVE (WS-IDX-INC)
                       <= WS-PONTO-A-FRENTE (1:20)
                   MOVE WS-INC-MATRICULA (WS-IDX-INC)
                       TO WRK-MATRICULA
                   MOVE WS-INC-DATA (WS-IDX-INC) TO WRK-DATA
                   MOVE WS-INC-HORA (WS-IDX-INC) TO WRK-HORA
                   MOVE WS-INC-SENTIDO (WS-IDX-INC) TO WRK-SENTIDO
                   ADD 1 TO WS-PROX-INCLUSAO
                   ADD 1 TO WS-QTD-INCLUIDAS
                   GO TO 2900-EXIT
               END-IF
           END-IF.
           MOVE GRD-MATRICULA TO WRK-MATRICULA.
           MOVE GRD-DATA      TO WRK-DATA.
           MOVE GRD-HORA      TO WRK-HORA.
           MOVE GRD-SENTIDO   TO WRK-SENTIDO.
           MOVE 'N' TO WS-TEM-PONTO-GUARDADO.
       2900-EXIT.
           EXIT.

      * 2895-GARANTIR-PONTO-FISICO - avanca no PONTO fisico ate achar
      * uma marcacao nao cancelada (ou o fim do arquivo).
       2895-GARANTIR-PONTO-FISICO.
           PERFORM 2896-LER-PONTO-FISICO THRU 2896-EXIT
               UNTIL WS-PONTO-GUARDADO OR FIM-DO-PONTO-FISICO.
       2895-EXIT.
           EXIT.

       2896-LER-PONTO-FISICO.
           READ PONTO-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-PONTO-FISICO
                   GO TO 2896-EXIT
           END-READ.
           IF WS-PONTO-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PONTO-FISICO
               GO TO 2896-EXIT
           END-IF.
           PERFORM 2897-TESTAR-CANCELAMENTO THRU 2897-EXIT.
           IF WS-CANCELADA
               ADD 1 TO WS-QTD-CANCELADAS
               GO TO 2896-EXIT
           END-IF.
           MOVE PON-MATRICULA TO GRD-MATRICULA.
           MOVE PON-DATA      TO GRD-DATA.
           MOVE PON-HORA      TO GRD-HORA.
           MOVE PON-SENTIDO   TO GRD-SENTIDO.
           MOVE 'S' TO WS-TEM-PONTO-GUARDADO.
       2896-EXIT.
           EXIT.

      * 2897-TESTAR-CANCELAMENTO - confere a marcacao fisica corrente
      * contra a tabela de cancelamentos aprovados.
       2897-TESTAR-CANCELAMENTO.
           MOVE 'N' TO WS-MARC-CANCELADA.
           IF WS-QTD-CANCEL = 0
               GO TO 2897-EXIT
           END-IF.
           PERFORM 2898-TESTAR-UM-CANCELAMENTO THRU 2898-EXIT
               VARYING WS-IDX-CAN FROM 1 BY 1
               UNTIL WS-CANCELADA OR WS-IDX-CAN > WS-QTD-CANCEL.
       2897-EXIT.
           EXIT.

       2898-TESTAR-UM-CANCELAMENTO.
           IF WS-CAN-MATRICULA (WS-IDX-CAN) = PON-MATRICULA
               AND WS-CAN-DATA (WS-IDX-CAN) = PON-DATA
               AND WS-CAN-HORA (WS-IDX-CAN) = PON-HORA
               MOVE 'S' TO WS-MARC-CANCELADA
           END-IF.
       2898-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FECHAR-FUNCIONARIO - a entrada deixada sem saida conta
      * como sem par e a ultima jornada do funcionario e conferida.
      ******************************************************************
       3000-FECHAR-FUNCIONARIO.
           IF WS-ENTRADA-PENDENTE
               MOVE WS-ENTRADA-DATA TO WS-DATA-CALCULO
               PERFORM 2190-CONTAR-SEM-PAR THRU 2190-EXIT
               MOVE 'N' TO WS-TEM-ENTRADA
           END-IF.
           IF WS-DIA-DATA > 0
               PERFORM 2500-FECHAR-JORNADA THRU 2500-EXIT
           END-IF.
           ADD 1 TO WS-QTD-FUNCIONARIOS.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-INICIAR-FUNCIONARIO - na quebra de matricula: limpa a
      * jornada em analise, le o funcionario, as horas diarias da
      * jornada dele (3120) e localiza o departamento na tabela de
      * totais (3150).
      ******************************************************************
       3100-INICIAR-FUNCIONARIO.
           MOVE 'N' TO WS-TEM-ENTRADA.
           MOVE 0 TO WS-DIA-DATA.
           MOVE 0 TO WS-ANT-FIM-DATA.
           MOVE 0 TO WS-ANT-FIM-MINUTOS.
           MOVE 0 TO WS-SEQ-DIAS.
           MOVE 0 TO WS-SEQ-INICIO.
           MOVE 0 TO WS-SEQ-ULTIMA-DATA.
           MOVE WS-MATRICULA-ANTERIOR TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   DISPLAY 'CONFPON: MATRICULA ' WS-MATRICULA-ANTERIOR
                       ' COM PONTO E SEM CADASTRO EM EMPREG'
                   MOVE SPACES TO EMP-NOME
                   MOVE SPACES TO EMP-DEPARTAMENTO
                   MOVE SPACES TO EMP-JORNADA
           END-READ.
           MOVE EMP-NOME         TO WS-FUNC-NOME.
           MOVE EMP-DEPARTAMENTO TO WS-FUNC-DEPTO.
           PERFORM 3120-BUSCAR-JORNADA THRU 3120-EXIT.
           PERFORM 3150-LOCALIZAR-DEPTO THRU 3150-EXIT.
       3100-EXIT.
           EXIT.

      * 3120-BUSCAR-JORNADA - horas diarias da jornada do funcionario;
      * em branco, nao cadastrada ou sem o mestre, fica o padrao de 8.
       3120-BUSCAR-JORNADA.
           MOVE 8 TO WS-JOR-HORAS-DIA.
           IF EMP-JORNADA = SPACES OR NOT WS-JORNADA-DISPONIVEL
               GO TO 3120-EXIT
           END-IF.
           MOVE EMP-JORNADA TO JOR-CODIGO.
           READ JORNADA-ARQ
               INVALID KEY
                   GO TO 3120-EXIT
           END-READ.
           IF JOR-HORAS-DIA > 0
               MOVE JOR-HORAS-DIA TO WS-JOR-HORAS-DIA
           END-IF.
       3120-EXIT.
           EXIT.

      ******************************************************************
      * 3150-LOCALIZAR-DEPTO - acha o departamento do funcionario na
      * tabela de totais ou o inclui, com nome e gestor do DEPTOS e a
      * posicao do gestor na tabela de gestores (3170).
      ******************************************************************
       3150-LOCALIZAR-DEPTO.
           MOVE 0 TO WS-DEP-FUNC.
           MOVE 'N' TO WS-ACHOU-DEPTO.
           SET WS-IDX-DEP TO 1.
           SEARCH WS-DEP-ITEM
               AT END
                   PERFORM 3160-INCLUIR-DEPTO THRU 3160-EXIT
               WHEN WS-IDX-DEP > WS-QTD-DEPTOS
                   PERFORM 3160-INCLUIR-DEPTO THRU 3160-EXIT
               WHEN WS-DEP-CODIGO (WS-IDX-DEP) = WS-FUNC-DEPTO
                   MOVE 'S' TO WS-ACHOU-DEPTO
           END-SEARCH.
           IF WS-DEPTO-ACHADO
               SET WS-DEP-FUNC TO WS-IDX-DEP
           END-IF.
       3150-EXIT.
           EXIT.

       3160-INCLUIR-DEPTO.
           IF WS-QTD-DEPTOS NOT < 200
               DISPLAY 'CONFPON: MAIS DE 200 DEPARTAMENTOS - '
                   WS-FUNC-DEPTO ' FORA DOS TOTAIS'
               GO TO 3160-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DEPTOS.
           SET WS-IDX-DEP TO WS-QTD-DEPTOS.
           MOVE WS-FUNC-DEPTO TO WS-DEP-CODIGO (WS-IDX-DEP).
           MOVE SPACES        TO WS-DEP-NOME (WS-IDX-DEP).
           MOVE 0             TO WS-DEP-GESTOR (WS-IDX-DEP).
           MOVE 0             TO WS-DEP-TOTAL (WS-IDX-DEP).
           PERFORM 3165-ZERAR-DEPTO THRU 3165-EXIT
               VARYING WS-SUB-TIPO FROM 1 BY 1
               UNTIL WS-SUB-TIPO > 4.
           IF WS-FUNC-DEPTO = SPACES
               MOVE 'SEM DEPARTAMENTO' TO WS-DEP-NOME (WS-IDX-DEP)
           ELSE
               IF WS-DEPTOS-DISPONIVEL
                   MOVE WS-FUNC-DEPTO TO DEP-CODIGO
                   READ DEPTOS-ARQ
                       INVALID KEY
                           MOVE 'NAO CADASTRADO NO DEPTOS'
                               TO DEP-NOME
                           MOVE 0 TO DEP-GESTOR-MATRICULA
                   END-READ
                   MOVE DEP-NOME TO WS-DEP-NOME (WS-IDX-DEP)
                   MOVE DEP-GESTOR-MATRICULA
                       TO WS-DEP-GESTOR (WS-IDX-DEP)
               END-IF
           END-IF.
           PERFORM 3170-LOCALIZAR-GESTOR THRU 3170-EXIT.
           MOVE 'S' TO WS-ACHOU-DEPTO.
       3160-EXIT.
           EXIT.

       3165-ZERAR-DEPTO.
           MOVE 0 TO WS-DEP-OCORR (WS-IDX-DEP, WS-SUB-TIPO).
       3165-EXIT.
           EXIT.

      * 3170-LOCALIZAR-GESTOR - acha ou inclui o gestor do departamento
      * recem-incluido (gestor zero = departamento sem gestor) e guarda
      * a posicao dele no departamento.
       3170-LOCALIZAR-GESTOR.
           MOVE 0 TO WS-DEP-GES-POS (WS-IDX-DEP).
           MOVE 'N' TO WS-ACHOU-GESTOR.
           SET WS-IDX-GES TO 1.
           SEARCH WS-GES-ITEM
               AT END
                   PERFORM 3180-INCLUIR-GESTOR THRU 3180-EXIT
               WHEN WS-IDX-GES > WS-QTD-GESTORES
                   PERFORM 3180-INCLUIR-GESTOR THRU 3180-EXIT
               WHEN WS-GES-MATRICULA (WS-IDX-GES)
                       = WS-DEP-GESTOR (WS-IDX-DEP)
                   MOVE 'S' TO WS-ACHOU-GESTOR
           END-SEARCH.
           IF WS-GESTOR-ACHADO
               SET WS-DEP-GES-POS (WS-IDX-DEP) TO WS-IDX-GES
               ADD 1 TO WS-GES-QTD-DEPTOS (WS-IDX-GES)
           END-IF.
       3170-EXIT.
           EXIT.

       3180-INCLUIR-GESTOR.
           IF WS-QTD-GESTORES NOT < 200
               DISPLAY 'CONFPON: MAIS DE 200 GESTORES - '
                   WS-DEP-GESTOR (WS-IDX-DEP) ' FORA DOS TOTAIS'
               GO TO 3180-EXIT
           END-IF.
           ADD 1 TO WS-QTD-GESTORES.
           SET WS-IDX-GES TO WS-QTD-GESTORES.
           MOVE WS-DEP-GESTOR (WS-IDX-DEP)
                               TO WS-GES-MATRICULA (WS-IDX-GES).
           MOVE 0              TO WS-GES-QTD-DEPTOS (WS-IDX-GES).
           MOVE 0              TO WS-GES-TOTAL (WS-IDX-GES).
           PERFORM 3185-ZERAR-GESTOR THRU 3185-EXIT
               VARYING WS-SUB-TIPO FROM 1 BY 1
               UNTIL WS-SUB-TIPO > 4.
           MOVE 'S' TO WS-ACHOU-GESTOR.
       3180-EXIT.
           EXIT.

       3185-ZERAR-GESTOR.
           MOVE 0 TO WS-GES-OCORR (WS-IDX-GES, WS-SUB-TIPO).
       3185-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-DEPTOS - totais por departamento com ocorrencias;
      * o que passa do limite sai marcado e gera o aviso ao fechamento
      * (8000).
      ******************************************************************
       7000-IMPRIMIR-DEPTOS.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB4C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB5C TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 7100-IMPRIMIR-DEPTO THRU 7100-EXIT
               VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-QTD-DEPTOS.
       7000-EXIT.
           EXIT.

       7100-IMPRIMIR-DEPTO.
           IF WS-DEP-TOTAL (WS-IDX-DEP) = 0
               GO TO 7100-EXIT
           END-IF.
           MOVE WS-DEP-CODIGO (WS-IDX-DEP) TO DET2C-DEPTO.
           MOVE WS-DEP-NOME (WS-IDX-DEP)   TO DET2C-NOME.
           IF WS-DEP-GESTOR (WS-IDX-DEP) = 0
               MOVE SPACES TO DET2C-GESTOR
           ELSE
               MOVE WS-DEP-GESTOR (WS-IDX-DEP) TO DET2C-GESTOR
           END-IF.
           PERFORM 7150-EDITAR-TIPO-DEPTO THRU 7150-EXIT
               VARYING WS-SUB-TIPO FROM 1 BY 1
               UNTIL WS-SUB-TIPO > 4.
           MOVE WS-DEP-TOTAL (WS-IDX-DEP)  TO DET2C-TOTAL.
           MOVE SPACES TO DET2C-MARCA.
           IF WS-DEP-TOTAL (WS-IDX-DEP) > WS-PARM-LIMITE
               MOVE '**' TO DET2C-MARCA
               ADD 1 TO WS-QTD-DEPTOS-ACIMA
               PERFORM 8000-ALERTAR-DEPTO THRU 8000-EXIT
           END-IF.
           MOVE DET2C TO REL-LINHA.
           WRITE REL-LINHA.
       7100-EXIT.
           EXIT.

       7150-EDITAR-TIPO-DEPTO.
           MOVE WS-DEP-OCORR (WS-IDX-DEP, WS-SUB-TIPO)
               TO DET2C-OCORR (WS-SUB-TIPO).
       7150-EXIT.
           EXIT.

      ******************************************************************
      * 7500-IMPRIMIR-GESTORES - totais por gestor (soma dos
      * departamentos dele), com o nome lido do EMPREG.
      ******************************************************************
       7500-IMPRIMIR-GESTORES.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB6C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB7C TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 7600-IMPRIMIR-GESTOR THRU 7600-EXIT
               VARYING WS-IDX-GES FROM 1 BY 1
               UNTIL WS-IDX-GES > WS-QTD-GESTORES.
       7500-EXIT.
           EXIT.

       7600-IMPRIMIR-GESTOR.
           IF WS-GES-TOTAL (WS-IDX-GES) = 0
               GO TO 7600-EXIT
           END-IF.
           IF WS-GES-MATRICULA (WS-IDX-GES) = 0
               MOVE SPACES TO DET3C-GESTOR
               MOVE 'SEM GESTOR NO DEPTOS' TO DET3C-NOME
           ELSE
               MOVE WS-GES-MATRICULA (WS-IDX-GES) TO DET3C-GESTOR
               MOVE WS-GES-MATRICULA (WS-IDX-GES) TO EMP-MATRICULA
               READ EMPREG-ARQ
                   INVALID KEY
                       MOVE 'GESTOR SEM CADASTRO' TO EMP-NOME
               END-READ
               MOVE EMP-NOME TO DET3C-NOME
           END-IF.
           MOVE WS-GES-QTD-DEPTOS (WS-IDX-GES) TO DET3C-DEPTOS.
           PERFORM 7650-EDITAR-TIPO-GESTOR THRU 7650-EXIT
               VARYING WS-SUB-TIPO FROM 1 BY 1
               UNTIL WS-SUB-TIPO > 4.
           MOVE WS-GES-TOTAL (WS-IDX-GES) TO DET3C-TOTAL.
           MOVE DET3C TO REL-LINHA.
           WRITE REL-LINHA.
       7600-EXIT.
           EXIT.

       7650-EDITAR-TIPO-GESTOR.
           MOVE WS-GES-OCORR (WS-IDX-GES, WS-SUB-TIPO)
               TO DET3C-OCORR (WS-SUB-TIPO).
       7650-EXIT.
           EXIT.

      ******************************************************************
      * 8000-ALERTAR-DEPTO - aviso urgente a equipe de fechamento para
      * o departamento acima do limite, com o gestor e o relatorio.
      ******************************************************************
       8000-ALERTAR-DEPTO.
           MOVE WS-DEP-TOTAL (WS-IDX-DEP) TO WS-OCORR-EDITADA.
           MOVE 'FECHAMENTO' TO GRV-DESTINATARIO.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'CONFPON: GESTOR '    DELIMITED BY SIZE
                  DET2C-GESTOR          DELIMITED BY SIZE
                  ' DEPTO '             DELIMITED BY SIZE
                  WS-DEP-CODIGO (WS-IDX-DEP)
                                        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-OCORR-EDITADA      DELIMITED BY SIZE
                  ' OCORR. '            DELIMITED BY SIZE
                  WS-PARM-MES           DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-PARM-ANO           DELIMITED BY SIZE
                  ' VER '               DELIMITED BY SIZE
                  WS-NOME-RELATORIO     DELIMITED BY SPACE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'U' TO GRV-PRIORIDADE.
           CALL 'MSGGRAV' USING GRV-PARAMETROS.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos, imprime o resumo e mostra
      * os totais no console.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT WS-ARQUIVOS-ABERTOS
               GO TO 9000-EXIT
           END-IF.
           CLOSE PONTO-ARQ.
           CLOSE EMPREG-ARQ.
           IF WS-DEPTOS-DISPONIVEL
               CLOSE DEPTOS-ARQ
           END-IF.
           IF WS-JORNADA-DISPONIVEL
               CLOSE JORNADA-ARQ
           END-IF.
           IF WS-RELATORIO-STATUS = '00'
               MOVE CAB1C TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'FUNCIONARIOS ANALISADOS.......:' TO TOT1C-ROTULO
               MOVE WS-QTD-FUNCIONARIOS TO TOT1C-QTD
               PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
               MOVE 'JORNADAS NA COMPETENCIA.......:' TO TOT1C-ROTULO
               MOVE WS-QTD-JORNADAS TO TOT1C-QTD
               PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
               PERFORM 9150-IMPRIMIR-TIPO THRU 9150-EXIT
                   VARYING WS-SUB-TIPO FROM 1 BY 1
                   UNTIL WS-SUB-TIPO > 4
               MOVE 'TOTAL DE OCORRENCIAS..........:' TO TOT1C-ROTULO
               MOVE WS-QTD-OCORRENCIAS TO TOT1C-QTD
               PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
               MOVE 'DEPARTAMENTOS ACIMA DO LIMITE.:' TO TOT1C-ROTULO
               MOVE WS-QTD-DEPTOS-ACIMA TO TOT1C-QTD
               PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
               MOVE 'MARCACOES SEM PAR (IGNORADAS).:' TO TOT1C-ROTULO
               MOVE WS-QTD-SEM-PAR TO TOT1C-QTD
               PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
               MOVE 'AJUSTES INCLUIDOS.............:' TO TOT1C-ROTULO
               MOVE WS-QTD-INCLUIDAS TO TOT1C-QTD
               PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
               MOVE 'MARCACOES CANCELADAS..........:' TO TOT1C-ROTULO
               MOVE WS-QTD-CANCELADAS TO TOT1C-QTD
               PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
               CLOSE RELATORIO-ARQ
               DISPLAY 'CONFPON: RELATORIO GRAVADO EM '
                   WS-NOME-RELATORIO
           END-IF.
           DISPLAY 'CONFPON: FUNCIONARIOS ANALISADOS: '
               WS-QTD-FUNCIONARIOS.
           DISPLAY 'CONFPON: OCORRENCIAS............: '
               WS-QTD-OCORRENCIAS.
           DISPLAY 'CONFPON: DEPTOS ACIMA DO LIMITE.: '
               WS-QTD-DEPTOS-ACIMA.
           IF WS-AJUSTES-DESCARTADOS > 0
               DISPLAY 'CONFPON: AJUSTES ALEM DA TABELA (NAO '
                   'APLICADOS): ' WS-AJUSTES-DESCARTADOS
           END-IF.
       9000-EXIT.
           EXIT.

       9100-IMPRIMIR-TOTAL.
           MOVE TOT1C TO REL-LINHA.
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

       9150-IMPRIMIR-TIPO.
           MOVE WS-ROTULO-OCORRENCIA (WS-SUB-TIPO) TO TOT1C-ROTULO.
           MOVE ':' TO TOT1C-ROTULO (32:1).
           MOVE WS-QTD-OCORR-TIPO (WS-SUB-TIPO) TO TOT1C-QTD.
           PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT.
       9150-EXIT.
           EXIT.
