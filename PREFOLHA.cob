       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFOLHA.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Pre-extracao da folha da competencia. Le uma unica
      *             vez, em sequencia, o mestre EMPREG e cada arquivo
      *             satelite que o RELAT consultava funcionario a
      *             funcionario (DEPEND, HORASEXT, FERGOZO, AFAST,
      *             MOVRUB, CONSIG, EMPREST, ADIANTCT, BENMOV, PLSAUDE,
      *             EMPCOMP e FGTSCTA), casando todos pela matricula
      *             (linha balanceada), com o RUBRICA e o SINDIC
      *             carregados em tabela. Grava o extrato FOLHAPRE-
      *             AAAAMM (-Enn por empresa, layout PREFOLC): um
      *             registro por funcionario da competencia, com tudo
      *             o que o calculo precisa - o RELAT (oficial, previa
      *             ou reexecucao) passa a ler so ele. Cada registro
      *             lido de cada origem e contado num destino:
      *             carregado no extrato, fora da competencia,
      *             funcionario fora da selecao, sem funcionario no
      *             EMPREG ou excedente do limite por funcionario - o
      *             relatorio de controle mostra que a soma fecha com
      *             os lidos, arquivo por arquivo (se nao fechar, RC
      *             16). Tambem mede registros e tempo de cada fase e
      *             acrescenta as medidas ao FOLHAEST, para acompanhar
      *             o tamanho da janela do processamento noturno.
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
           SELECT EMPREG-ARQ
               ASSIGN TO "EMPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPREG-STATUS.

           SELECT RUBRICA-ARQ
               ASSIGN TO "RUBRICA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUB-CODIGO
               FILE STATUS IS WS-RUBRICA-STATUS.

           SELECT SINDIC-ARQ
               ASSIGN TO "SINDIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIN-CODIGO
               FILE STATUS IS WS-SINDIC-STATUS.

           SELECT DEPEND-ARQ
               ASSIGN TO "DEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPEND-STATUS.

           SELECT HORASEXT-ARQ
               ASSIGN TO "HORASEXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HRS-CHAVE
               FILE STATUS IS WS-HORASEXT-STATUS.

           SELECT FERGOZO-ARQ
               ASSIGN TO "FERGOZO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FGZ-CHAVE
               FILE STATUS IS WS-FERGOZO-STATUS.

           SELECT AFAST-ARQ
               ASSIGN TO "AFAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-AFAST-STATUS.

           SELECT MOVRUB-ARQ
               ASSIGN TO "MOVRUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MRB-CHAVE
               FILE STATUS IS WS-MOVRUB-STATUS.

           SELECT CONSIG-ARQ
               ASSIGN TO "CONSIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-CONSIG-STATUS.

           SELECT EMPREST-ARQ
               ASSIGN TO "EMPREST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EPR-CHAVE
               FILE STATUS IS WS-EMPREST-STATUS.

           SELECT ADIANTCT-ARQ
               ASSIGN TO "ADIANTCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS WS-ADIANTCT-STATUS.

           SELECT BENMOV-ARQ
               ASSIGN TO "BENMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BMV-CHAVE
               FILE STATUS IS WS-BENMOV-STATUS.

           SELECT PLSAUDE-ARQ
               ASSIGN TO "PLSAUDE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WS-PLSAUDE-STATUS.

           SELECT EMPCOMP-ARQ
               ASSIGN TO "EMPCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ECP-MATRICULA
               FILE STATUS IS WS-EMPCOMP-STATUS.

           SELECT FGTSCTA-ARQ
               ASSIGN TO "FGTSCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FGC-CHAVE
               FILE STATUS IS WS-FGTSCTA-STATUS.

           SELECT EXTRATO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.

           SELECT FOLHAEST-ARQ
               ASSIGN TO "FOLHAEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAEST-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  RUBRICA-ARQ
           LABEL RECORD IS STANDARD.
           COPY RUBRICC.

       FD  SINDIC-ARQ
           LABEL RECORD IS STANDARD.
           COPY SINDICC.

       FD  DEPEND-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPENDC.

       FD  HORASEXT-ARQ
           LABEL RECORD IS STANDARD.
           COPY HORASC.

       FD  FERGOZO-ARQ
           LABEL RECORD IS STANDARD.
           COPY FERGOZC.

       FD  AFAST-ARQ
           LABEL RECORD IS STANDARD.
           COPY AFASTC.

       FD  MOVRUB-ARQ
           LABEL RECORD IS STANDARD.
           COPY MOVRUBC.

       FD  CONSIG-ARQ
           LABEL RECORD IS STANDARD.
           COPY CONSIGC.

       FD  EMPREST-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRESTC.

       FD  ADIANTCT-ARQ
           LABEL RECORD IS STANDARD.
           COPY ADIANTC.

       FD  BENMOV-ARQ
           LABEL RECORD IS STANDARD.
           COPY BENMOVC.

       FD  PLSAUDE-ARQ
           LABEL RECORD IS STANDARD.
           COPY PLSAUDC.

       FD  EMPCOMP-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPCOMPC.

       FD  FGTSCTA-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSCTC.

       FD  EXTRATO-ARQ
           LABEL RECORD IS STANDARD.
       01  EXT-LINHA                  PIC X(6402).

       FD  FOLHAEST-ARQ
           LABEL RECORD IS STANDARD.
           COPY ESTEXC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-RUBRICA-STATUS       PIC X(02) VALUE '00'.
           05 WS-SINDIC-STATUS        PIC X(02) VALUE '00'.
           05 WS-DEPEND-STATUS        PIC X(02) VALUE '00'.
           05 WS-HORASEXT-STATUS      PIC X(02) VALUE '00'.
           05 WS-FERGOZO-STATUS       PIC X(02) VALUE '00'.
           05 WS-AFAST-STATUS         PIC X(02) VALUE '00'.
           05 WS-MOVRUB-STATUS        PIC X(02) VALUE '00'.
           05 WS-CONSIG-STATUS        PIC X(02) VALUE '00'.
           05 WS-EMPREST-STATUS       PIC X(02) VALUE '00'.
           05 WS-ADIANTCT-STATUS      PIC X(02) VALUE '00'.
           05 WS-BENMOV-STATUS        PIC X(02) VALUE '00'.
           05 WS-PLSAUDE-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPCOMP-STATUS       PIC X(02) VALUE '00'.
           05 WS-FGTSCTA-STATUS       PIC X(02) VALUE '00'.
           05 WS-EXTRATO-STATUS       PIC X(02) VALUE '00'.
           05 WS-FOLHAEST-STATUS      PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-FIM-TABELA           PIC X(01) VALUE 'N'.
               88 FIM-DA-TABELA       VALUE 'S'.
           05 WS-FIM-DEPEND           PIC X(01) VALUE 'N'.
               88 FIM-DOS-DEPENDENTES VALUE 'S'.
           05 WS-FIM-HORASEXT         PIC X(01) VALUE 'N'.
               88 FIM-DAS-HORAS       VALUE 'S'.
           05 WS-FIM-FERGOZO          PIC X(01) VALUE 'N'.
               88 FIM-DAS-FERIAS      VALUE 'S'.
           05 WS-FIM-AFAST            PIC X(01) VALUE 'N'.
               88 FIM-DOS-AFAST       VALUE 'S'.
           05 WS-FIM-MOVRUB           PIC X(01) VALUE 'N'.
               88 FIM-DO-MOVRUB       VALUE 'S'.
           05 WS-FIM-CONSIG           PIC X(01) VALUE 'N'.
               88 FIM-DAS-CONSIG      VALUE 'S'.
           05 WS-FIM-EMPREST          PIC X(01) VALUE 'N'.
               88 FIM-DOS-EMPREST     VALUE 'S'.
           05 WS-FIM-ADIANTCT         PIC X(01) VALUE 'N'.
               88 FIM-DOS-ADIANT      VALUE 'S'.
           05 WS-FIM-BENMOV           PIC X(01) VALUE 'N'.
               88 FIM-DO-BENMOV       VALUE 'S'.
           05 WS-FIM-PLSAUDE          PIC X(01) VALUE 'N'.
               88 FIM-DAS-ADESOES     VALUE 'S'.
           05 WS-FIM-EMPCOMP          PIC X(01) VALUE 'N'.
               88 FIM-DO-EMPCOMP      VALUE 'S'.
           05 WS-FIM-FGTSCTA          PIC X(01) VALUE 'N'.
               88 FIM-DO-FGTSCTA      VALUE 'S'.
           05 WS-SELECIONADO          PIC X(01) VALUE 'N'.
               88 WS-FUNC-SELECIONADO VALUE 'S'.
           05 WS-CONFERENCIA          PIC X(01) VALUE 'S'.
               88 WS-CONTAGEM-FECHA   VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES-REF         PIC 9(02) VALUE 0.
           05 WS-PARM-ANO-REF         PIC 9(04) VALUE 0.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 99.
               88 WS-TODAS-AS-EMPRESAS VALUE 99.

       01  WS-COMPETENCIA.
           05 WS-COMP-ANO             PIC 9(04) VALUE 0.
           05 WS-COMP-MES             PIC 9(02) VALUE 0.
       01  WS-COMP-AAAAMM REDEFINES WS-COMPETENCIA PIC 9(06).
       01  WS-COMP-DATA-INI           PIC 9(08) VALUE 0.
       01  WS-COMP-DATA-FIM           PIC 9(08) VALUE 0.

      * Matricula do funcionario corrente do EMPREG; na varredura
      * final, acima de qualquer matricula, para que tudo o que sobrou
      * nos satelites conte como sem funcionario.
       01  WS-MAT-CORRENTE            PIC 9(07) VALUE 0.
       01  WS-MAT-MAXIMA              PIC 9(07) VALUE 9999999.

       01  WS-NOME-EXTRATO            PIC X(20) VALUE SPACES.
       01  WS-SUFIXO-EMPRESA          PIC X(04) VALUE SPACES.
       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

           COPY PREFOLC.

      * Mestres carregados em tabela na primeira fase.
       01  WS-TAB-RUBRICAS.
           05 WS-QTD-RUBRICAS         PIC 9(04) COMP VALUE 0.
           05 WS-RUBRICA-ITEM OCCURS 500 TIMES
                                      INDEXED BY WS-IDX-RUB.
               10 WS-TAB-RUBRICA.
                   15 WS-TAB-RUB-CODIGO PIC X(04).
                   15 FILLER          PIC X(36).

       01  WS-TAB-SINDICATOS.
           05 WS-QTD-SINDICATOS       PIC 9(04) COMP VALUE 0.
           05 WS-SINDICATO-ITEM OCCURS 100 TIMES
                                      INDEXED BY WS-IDX-SIN.
               10 WS-TAB-SINDICATO.
                   15 WS-TAB-SIN-CODIGO PIC X(02).
                   15 FILLER          PIC X(115).

      * Origens do extrato, na ordem dos status do cabecalho 'H'
      * (PRX-CAB-ST-TABELA), com a contagem de destino de cada
      * registro lido: LIDOS = CARREGADOS + FORA DA COMPETENCIA +
      * FORA DA SELECAO + SEM FUNCIONARIO + EXCEDENTES.
       01  WS-NOMES-ORIGENS.
           05 FILLER                  PIC X(40) VALUE
               'DEPEND  HORASEXTFERGOZO AFAST   RUBRICA '.
           05 FILLER                  PIC X(40) VALUE
               'MOVRUB  CONSIG  EMPREST ADIANTCTSINDIC  '.
           05 FILLER                  PIC X(32) VALUE
               'BENMOV  PLSAUDE EMPCOMP FGTSCTA '.
       01  WS-NOMES-ORIGENS-R REDEFINES WS-NOMES-ORIGENS.
           05 WS-NOME-ORIGEM OCCURS 14 TIMES PIC X(08).

       01  WS-NUM-ORIGENS.
           05 WS-O-DEPEND             PIC 9(02) COMP VALUE 1.
           05 WS-O-HORASEXT           PIC 9(02) COMP VALUE 2.
           05 WS-O-FERGOZO            PIC 9(02) COMP VALUE 3.
           05 WS-O-AFAST              PIC 9(02) COMP VALUE 4.
           05 WS-O-RUBRICA            PIC 9(02) COMP VALUE 5.
           05 WS-O-MOVRUB             PIC 9(02) COMP VALUE 6.
           05 WS-O-CONSIG             PIC 9(02) COMP VALUE 7.
           05 WS-O-EMPREST            PIC 9(02) COMP VALUE 8.
           05 WS-O-ADIANTCT           PIC 9(02) COMP VALUE 9.
           05 WS-O-SINDIC             PIC 9(02) COMP VALUE 10.
           05 WS-O-BENMOV             PIC 9(02) COMP VALUE 11.
           05 WS-O-PLSAUDE            PIC 9(02) COMP VALUE 12.
           05 WS-O-EMPCOMP            PIC 9(02) COMP VALUE 13.
           05 WS-O-FGTSCTA            PIC 9(02) COMP VALUE 14.
       01  WS-QTD-ORIGENS             PIC 9(02) COMP VALUE 14.

       01  WS-TAB-ORIGENS.
           05 WS-ORIGEM-ITEM OCCURS 14 TIMES INDEXED BY WS-IDX-ORI.
               10 WS-ORI-NOME         PIC X(08).
               10 WS-ORI-STATUS       PIC X(02).
                   88 WS-ORI-DISPONIVEL VALUE '00'.
               10 WS-ORI-LIDOS        PIC 9(09) COMP.
               10 WS-ORI-CARREGADOS   PIC 9(09) COMP.
               10 WS-ORI-FORA-COMP    PIC 9(09) COMP.
               10 WS-ORI-FORA-SELECAO PIC 9(09) COMP.
               10 WS-ORI-SEM-FUNC     PIC 9(09) COMP.
               10 WS-ORI-EXCEDENTES   PIC 9(09) COMP.

       01  WS-SOMA-DESTINOS           PIC 9(09) COMP VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-EMPREG-LIDOS     PIC 9(09) COMP VALUE 0.
           05 WS-QTD-SELECIONADOS     PIC 9(09) COMP VALUE 0.
           05 WS-QTD-FORA-SELECAO     PIC 9(09) COMP VALUE 0.
           05 WS-QTD-GRAVADOS         PIC 9(09) COMP VALUE 0.
           05 WS-TOTAL-SALARIOS       PIC S9(11)V99 VALUE 0.

      * Cronometragem: horas do relogio (HHMMSSCC) convertidas em
      * centesimos de segundo desde a meia-noite; fase que passa da
      * meia-noite soma um dia inteiro ao fim.
       01  WS-CRONOMETRO.
           05 WS-HORA-LIDA            PIC 9(08) VALUE 0.
           05 WS-HORA-LIDA-R REDEFINES WS-HORA-LIDA.
               10 WS-LIDA-HH          PIC 9(02).
               10 WS-LIDA-MM          PIC 9(02).
               10 WS-LIDA-SS          PIC 9(02).
               10 WS-LIDA-CC          PIC 9(02).
           05 WS-CS-AGORA             PIC 9(09) COMP VALUE 0.
           05 WS-CS-INICIO-FASE       PIC 9(09) COMP VALUE 0.
           05 WS-CS-INICIO-EXECUCAO   PIC 9(09) COMP VALUE 0.
           05 WS-CS-DIA               PIC 9(09) COMP VALUE 8640000.
           05 WS-REGISTROS-FASE       PIC 9(09) COMP VALUE 0.
           05 WS-NOME-FASE            PIC X(20) VALUE SPACES.

       01  WS-TAB-FASES.
           05 WS-QTD-FASES            PIC 9(02) COMP VALUE 0.
           05 WS-FASE-ITEM OCCURS 5 TIMES INDEXED BY WS-IDX-FASE.
               10 WS-FASE-NOME        PIC X(20).
               10 WS-FASE-REGISTROS   PIC 9(09) COMP.
               10 WS-FASE-DURACAO     PIC 9(09) COMP.

       01  WS-SEGUNDOS                PIC 9(07)V99 VALUE 0.

       01  CAB1P.
           05 FILLER       PIC X(132) VALUE ALL '-'.

       01  CAB2P.
           05 FILLER       PIC X(20) VALUE 'PRE-FOLHA - EXTRATO '.
           05 CAB2P-EXTRATO PIC X(20).
           05 FILLER       PIC X(14) VALUE ' COMPETENCIA '.
           05 CAB2P-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2P-ANO    PIC 9999.
           05 FILLER       PIC X(10) VALUE ' EMPRESA '.
           05 CAB2P-EMPRESA PIC X(05).
           05 FILLER       PIC X(04) VALUE ' EM '.
           05 CAB2P-DATA   PIC 9999/99/99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 CAB2P-HORA   PIC X(08).

       01  CAB3P.
           05 FILLER       PIC X(132) VALUE
               'CONTROLE DE REGISTROS POR ARQUIVO DE ORIGEM'.

       01  CAB4P.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(10) VALUE 'ARQUIVO'.
           05 FILLER       PIC X(04) VALUE 'ST'.
           05 FILLER       PIC X(13) VALUE '       LIDOS'.
           05 FILLER       PIC X(13) VALUE '  CARREGADOS'.
           05 FILLER       PIC X(13) VALUE ' FORA COMPET'.
           05 FILLER       PIC X(13) VALUE ' FORA SELEC.'.
           05 FILLER       PIC X(13) VALUE ' SEM FUNCION'.
           05 FILLER       PIC X(13) VALUE '  EXCEDENTES'.
           05 FILLER       PIC X(10) VALUE '  CONFERE'.

       01  DET1P.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1P-ARQUIVO PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-STATUS PIC X(02).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-LIDOS  PIC ZZZ.ZZZ.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-CARREGADOS PIC ZZZ.ZZZ.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-FORA-COMP PIC ZZZ.ZZZ.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-FORA-SELECAO PIC ZZZ.ZZZ.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-SEM-FUNC PIC ZZZ.ZZZ.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-EXCEDENTES PIC ZZZ.ZZZ.ZZ9.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1P-CONFERE PIC X(07).

       01  CAB5P.
           05 FILLER       PIC X(132) VALUE
               'ESTATISTICAS DA EXECUCAO'.

       01  CAB6P.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(22) VALUE 'FASE'.
           05 FILLER       PIC X(13) VALUE '   REGISTROS'.
           05 FILLER       PIC X(16) VALUE '   DURACAO (S)'.

       01  DET2P.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET2P-FASE   PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET2P-REGISTROS PIC ZZZ.ZZZ.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET2P-DURACAO PIC Z.ZZZ.ZZ9,99.

       01  TOT1P.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 TOT1P-DESCRICAO PIC X(35).
           05 TOT1P-QTD    PIC ZZZ.ZZZ.ZZ9.

       01  TOT2P.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 TOT2P-DESCRICAO PIC X(35).
           05 TOT2P-VALOR  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-CALCULO-HORA.
           05 WS-HORA-AUX             PIC 9(06) VALUE 0.
           05 WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
               10 WS-AUX-HH           PIC 9(02).
               10 WS-AUX-MM           PIC 9(02).
               10 WS-AUX-SS           PIC 9(02).

       01  WS-HORA-FORMATADA.
           05 WS-FMT-HH               PIC 9(02).
           05 FILLER                  PIC X(01) VALUE ':'.
           05 WS-FMT-MM               PIC 9(02).
           05 FILLER                  PIC X(01) VALUE ':'.
           05 WS-FMT-SS               PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           MOVE 'INTERCALACAO' TO WS-NOME-FASE.
           PERFORM 6100-INICIAR-FASE THRU 6100-EXIT.
           PERFORM 2000-INTERCALAR-FUNCIONARIO THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 2500-VARRER-SOBRAS THRU 2500-EXIT.
           PERFORM 6150-ENCERRAR-FASE THRU 6150-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - le a competencia e a empresa, carrega as
      * tabelas de rubricas e sindicatos, abre as origens e o extrato
      * (com o cabecalho) e posiciona no primeiro funcionario.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 6190-LER-RELOGIO THRU 6190-EXIT.
           MOVE WS-CS-AGORA TO WS-CS-INICIO-EXECUCAO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           PERFORM 1100-OBTER-PARAMETROS THRU 1100-EXIT.
           PERFORM 1150-DEFINIR-COMPETENCIA THRU 1150-EXIT.
           INITIALIZE WS-TAB-ORIGENS.
           PERFORM 1190-NOMEAR-ORIGEM THRU 1190-EXIT
               VARYING WS-IDX-ORI FROM 1 BY 1
               UNTIL WS-IDX-ORI > WS-QTD-ORIGENS.
           MOVE 'CARGA DE TABELAS' TO WS-NOME-FASE.
           PERFORM 6100-INICIAR-FASE THRU 6100-EXIT.
           PERFORM 1200-CARREGAR-RUBRICAS THRU 1200-EXIT.
           PERFORM 1250-CARREGAR-SINDICATOS THRU 1250-EXIT.
           PERFORM 6150-ENCERRAR-FASE THRU 6150-EXIT.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'PREFOLHA: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1300-ABRIR-ORIGENS THRU 1300-EXIT.
           PERFORM 1400-ABRIR-EXTRATO THRU 1400-EXIT.
           PERFORM 2900-LER-EMPREG THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

       1100-OBTER-PARAMETROS.
           DISPLAY 'MES DE COMPETENCIA (0 = MES ATUAL)..: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-MES-REF.
           DISPLAY 'ANO DE COMPETENCIA (0 = ANO ATUAL)..: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO-REF.
           DISPLAY 'EMPRESA (99 = TODAS)................: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-EMPRESA.
       1100-EXIT.
           EXIT.

      * 1150-DEFINIR-COMPETENCIA - mes/ano em branco ou zero assumem
      * os do relogio, como no RELAT.
       1150-DEFINIR-COMPETENCIA.
           IF WS-PARM-MES-REF > 0
               MOVE WS-PARM-MES-REF TO WS-COMP-MES
           ELSE
               MOVE WS-DATA-SISTEMA (5:2) TO WS-COMP-MES
           END-IF.
           IF WS-PARM-ANO-REF > 0
               MOVE WS-PARM-ANO-REF TO WS-COMP-ANO
           ELSE
               MOVE WS-DATA-SISTEMA (1:4) TO WS-COMP-ANO
           END-IF.
           COMPUTE WS-COMP-DATA-INI =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 1.
           COMPUTE WS-COMP-DATA-FIM =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 31.
       1150-EXIT.
           EXIT.

       1190-NOMEAR-ORIGEM.
           MOVE WS-NOME-ORIGEM (WS-IDX-ORI) TO WS-ORI-NOME (WS-IDX-ORI).
           MOVE SPACES TO WS-ORI-STATUS (WS-IDX-ORI).
       1190-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-RUBRICAS - o mestre de rubricas inteiro em
      * tabela, para juntar a cada lancamento do MOVRUB o cadastro da
      * rubrica sem leitura por chave.
      ******************************************************************
       1200-CARREGAR-RUBRICAS.
           OPEN INPUT RUBRICA-ARQ.
           MOVE WS-RUBRICA-STATUS TO WS-ORI-STATUS (WS-O-RUBRICA).
           IF WS-RUBRICA-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-TABELA.
           PERFORM 1210-GUARDAR-RUBRICA THRU 1210-EXIT
               UNTIL FIM-DA-TABELA.
           CLOSE RUBRICA-ARQ.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-RUBRICA.
           READ RUBRICA-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-TABELA
                   GO TO 1210-EXIT
           END-READ.
           IF WS-RUBRICA-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-TABELA
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-RUBRICA).
           ADD 1 TO WS-REGISTROS-FASE.
           IF WS-QTD-RUBRICAS >= 500
               DISPLAY 'PREFOLHA: MAIS DE 500 RUBRICAS - RUBRICA '
                   RUB-CODIGO ' FORA DA TABELA'
               ADD 1 TO WS-ORI-EXCEDENTES (WS-O-RUBRICA)
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-QTD-RUBRICAS.
           SET WS-IDX-RUB TO WS-QTD-RUBRICAS.
           MOVE RUB-REGISTRO TO WS-TAB-RUBRICA (WS-IDX-RUB).
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-RUBRICA).
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1250-CARREGAR-SINDICATOS - o mestre de sindicatos em tabela;
      * cada funcionario do extrato leva o cadastro do seu sindicato.
      ******************************************************************
       1250-CARREGAR-SINDICATOS.
           OPEN INPUT SINDIC-ARQ.
           MOVE WS-SINDIC-STATUS TO WS-ORI-STATUS (WS-O-SINDIC).
           IF WS-SINDIC-STATUS NOT = '00'
               GO TO 1250-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-TABELA.
           PERFORM 1260-GUARDAR-SINDICATO THRU 1260-EXIT
               UNTIL FIM-DA-TABELA.
           CLOSE SINDIC-ARQ.
       1250-EXIT.
           EXIT.

       1260-GUARDAR-SINDICATO.
           READ SINDIC-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-TABELA
                   GO TO 1260-EXIT
           END-READ.
           IF WS-SINDIC-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-TABELA
               GO TO 1260-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-SINDIC).
           ADD 1 TO WS-REGISTROS-FASE.
           IF WS-QTD-SINDICATOS >= 100
               DISPLAY 'PREFOLHA: MAIS DE 100 SINDICATOS - SINDICATO '
                   SIN-CODIGO ' FORA DA TABELA'
               ADD 1 TO WS-ORI-EXCEDENTES (WS-O-SINDIC)
               GO TO 1260-EXIT
           END-IF.
           ADD 1 TO WS-QTD-SINDICATOS.
           SET WS-IDX-SIN TO WS-QTD-SINDICATOS.
           MOVE SIN-REGISTRO TO WS-TAB-SINDICATO (WS-IDX-SIN).
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-SINDIC).
       1260-EXIT.
           EXIT.

      ******************************************************************
      * 1300-ABRIR-ORIGENS - abre os satelites para leitura sequencial
      * e le o primeiro registro de cada um. Satelite que nao abre
      * fica com o status no cabecalho do extrato: o RELAT avisa e
      * segue sem aquele dado, como fazia ao abrir o arquivo.
      ******************************************************************
       1300-ABRIR-ORIGENS.
           OPEN INPUT DEPEND-ARQ.
           MOVE WS-DEPEND-STATUS TO WS-ORI-STATUS (WS-O-DEPEND).
           MOVE 'S' TO WS-FIM-DEPEND.
           IF WS-DEPEND-STATUS = '00'
               PERFORM 3900-LER-DEPENDENTE THRU 3900-EXIT
           END-IF.
           OPEN INPUT HORASEXT-ARQ.
           MOVE WS-HORASEXT-STATUS TO WS-ORI-STATUS (WS-O-HORASEXT).
           MOVE 'S' TO WS-FIM-HORASEXT.
           IF WS-HORASEXT-STATUS = '00'
               PERFORM 3910-LER-HORAS THRU 3910-EXIT
           END-IF.
           OPEN INPUT FERGOZO-ARQ.
           MOVE WS-FERGOZO-STATUS TO WS-ORI-STATUS (WS-O-FERGOZO).
           MOVE 'S' TO WS-FIM-FERGOZO.
           IF WS-FERGOZO-STATUS = '00'
               PERFORM 3920-LER-FERIAS THRU 3920-EXIT
           END-IF.
           OPEN INPUT AFAST-ARQ.
           MOVE WS-AFAST-STATUS TO WS-ORI-STATUS (WS-O-AFAST).
           MOVE 'S' TO WS-FIM-AFAST.
           IF WS-AFAST-STATUS = '00'
               PERFORM 3930-LER-AFASTAMENTO THRU 3930-EXIT
           END-IF.
           OPEN INPUT MOVRUB-ARQ.
           MOVE WS-MOVRUB-STATUS TO WS-ORI-STATUS (WS-O-MOVRUB).
           MOVE 'S' TO WS-FIM-MOVRUB.
           IF WS-MOVRUB-STATUS = '00'
               PERFORM 3940-LER-EVENTO THRU 3940-EXIT
           END-IF.
           OPEN INPUT CONSIG-ARQ.
           MOVE WS-CONSIG-STATUS TO WS-ORI-STATUS (WS-O-CONSIG).
           MOVE 'S' TO WS-FIM-CONSIG.
           IF WS-CONSIG-STATUS = '00'
               PERFORM 3950-LER-CONSIGNACAO THRU 3950-EXIT
           END-IF.
           OPEN INPUT EMPREST-ARQ.
           MOVE WS-EMPREST-STATUS TO WS-ORI-STATUS (WS-O-EMPREST).
           MOVE 'S' TO WS-FIM-EMPREST.
           IF WS-EMPREST-STATUS = '00'
               PERFORM 3960-LER-EMPRESTIMO THRU 3960-EXIT
           END-IF.
           OPEN INPUT ADIANTCT-ARQ.
           MOVE WS-ADIANTCT-STATUS TO WS-ORI-STATUS (WS-O-ADIANTCT).
           MOVE 'S' TO WS-FIM-ADIANTCT.
           IF WS-ADIANTCT-STATUS = '00'
               PERFORM 3970-LER-ADIANTAMENTO THRU 3970-EXIT
           END-IF.
           OPEN INPUT BENMOV-ARQ.
           MOVE WS-BENMOV-STATUS TO WS-ORI-STATUS (WS-O-BENMOV).
           MOVE 'S' TO WS-FIM-BENMOV.
           IF WS-BENMOV-STATUS = '00'
               PERFORM 3975-LER-BENEFICIO THRU 3975-EXIT
           END-IF.
           OPEN INPUT PLSAUDE-ARQ.
           MOVE WS-PLSAUDE-STATUS TO WS-ORI-STATUS (WS-O-PLSAUDE).
           MOVE 'S' TO WS-FIM-PLSAUDE.
           IF WS-PLSAUDE-STATUS = '00'
               PERFORM 3980-LER-ADESAO THRU 3980-EXIT
           END-IF.
           OPEN INPUT EMPCOMP-ARQ.
           MOVE WS-EMPCOMP-STATUS TO WS-ORI-STATUS (WS-O-EMPCOMP).
           MOVE 'S' TO WS-FIM-EMPCOMP.
           IF WS-EMPCOMP-STATUS = '00'
               PERFORM 3985-LER-COMPLEMENTO THRU 3985-EXIT
           END-IF.
           OPEN INPUT FGTSCTA-ARQ.
           MOVE WS-FGTSCTA-STATUS TO WS-ORI-STATUS (WS-O-FGTSCTA).
           MOVE 'S' TO WS-FIM-FGTSCTA.
           IF WS-FGTSCTA-STATUS = '00'
               PERFORM 3990-LER-CONTA-FGTS THRU 3990-EXIT
           END-IF.
           PERFORM 1350-AVISAR-INDISPONIVEL THRU 1350-EXIT
               VARYING WS-IDX-ORI FROM 1 BY 1
               UNTIL WS-IDX-ORI > WS-QTD-ORIGENS.
       1300-EXIT.
           EXIT.

       1350-AVISAR-INDISPONIVEL.
           IF NOT WS-ORI-DISPONIVEL (WS-IDX-ORI)
               DISPLAY 'PREFOLHA: ' WS-ORI-NOME (WS-IDX-ORI)
                   ' INDISPONIVEL - STATUS ' WS-ORI-STATUS (WS-IDX-ORI)
                   ' - EXTRATO SEGUE SEM ESSE DADO'
           END-IF.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 1400-ABRIR-EXTRATO - cria o FOLHAPRE-AAAAMM da competencia
      * (com -Enn na execucao por empresa, como o FGTSDEP) e grava o
      * cabecalho 'H' com os status de abertura de cada origem.
      ******************************************************************
       1400-ABRIR-EXTRATO.
           MOVE SPACES TO WS-SUFIXO-EMPRESA.
           IF NOT WS-TODAS-AS-EMPRESAS
               STRING '-E'             DELIMITED BY SIZE
                      WS-PARM-EMPRESA  DELIMITED BY SIZE
                      INTO WS-SUFIXO-EMPRESA
               END-STRING
           END-IF.
           MOVE SPACES TO WS-NOME-EXTRATO.
           STRING 'FOLHAPRE-'        DELIMITED BY SIZE
                  WS-COMP-ANO        DELIMITED BY SIZE
                  WS-COMP-MES        DELIMITED BY SIZE
                  WS-SUFIXO-EMPRESA  DELIMITED BY SPACE
                  INTO WS-NOME-EXTRATO
           END-STRING.
           OPEN OUTPUT EXTRATO-ARQ.
           IF WS-EXTRATO-STATUS NOT = '00'
               DISPLAY 'PREFOLHA: ERRO AO CRIAR ' WS-NOME-EXTRATO
                   ' - STATUS ' WS-EXTRATO-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO PRX-REGISTRO.
           MOVE 'H'             TO PRX-TIPO.
           MOVE 0               TO PRX-MATRICULA.
           MOVE WS-COMP-ANO     TO PRX-CAB-ANO.
           MOVE WS-COMP-MES     TO PRX-CAB-MES.
           MOVE WS-PARM-EMPRESA TO PRX-CAB-EMPRESA.
           MOVE WS-DATA-SISTEMA TO PRX-CAB-DATA.
           MOVE WS-HORA-SISTEMA (1:6) TO PRX-CAB-HORA.
           PERFORM 1410-COPIAR-STATUS THRU 1410-EXIT
               VARYING WS-IDX-ORI FROM 1 BY 1
               UNTIL WS-IDX-ORI > WS-QTD-ORIGENS.
           PERFORM 2800-GRAVAR-EXTRATO THRU 2800-EXIT.
       1400-EXIT.
           EXIT.

       1410-COPIAR-STATUS.
           MOVE WS-ORI-STATUS (WS-IDX-ORI)
               TO PRX-CAB-ST-TABELA (WS-IDX-ORI).
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 2000-INTERCALAR-FUNCIONARIO - um funcionario do EMPREG por vez:
      * seleciona como o RELAT (ativo, ou desligado dentro da
      * competencia, da empresa pedida), casa os registros de cada
      * satelite com a mesma matricula e grava o registro 'F'.
      ******************************************************************
       2000-INTERCALAR-FUNCIONARIO.
           MOVE EMP-MATRICULA TO WS-MAT-CORRENTE.
           MOVE 'N' TO WS-SELECIONADO.
           IF (EMP-ATIVO
               OR (EMP-DESLIGADO
                   AND EMP-DATA-DESLIGAMENTO >= WS-COMP-DATA-INI
                   AND EMP-DATA-DESLIGAMENTO <= WS-COMP-DATA-FIM))
               AND (WS-TODAS-AS-EMPRESAS
                   OR EMP-EMPRESA = WS-PARM-EMPRESA)
               MOVE 'S' TO WS-SELECIONADO
               ADD 1 TO WS-QTD-SELECIONADOS
           ELSE
               ADD 1 TO WS-QTD-FORA-SELECAO
           END-IF.
           IF WS-FUNC-SELECIONADO
               PERFORM 2100-PREPARAR-REGISTRO THRU 2100-EXIT
           END-IF.
           PERFORM 3000-CASAR-SATELITES THRU 3000-EXIT.
           IF WS-FUNC-SELECIONADO
               PERFORM 2200-JUNTAR-SINDICATO THRU 2200-EXIT
               PERFORM 2800-GRAVAR-EXTRATO THRU 2800-EXIT
               ADD EMP-SALARIO TO WS-TOTAL-SALARIOS
           END-IF.
           PERFORM 2900-LER-EMPREG THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-PREPARAR-REGISTRO.
           MOVE SPACES        TO PRX-REGISTRO.
           MOVE 'F'           TO PRX-TIPO.
           MOVE EMP-MATRICULA TO PRX-MATRICULA.
           MOVE EMP-REGISTRO  TO PRX-EMPREGADO.
           MOVE 0   TO PRX-QTD-DEPEND.
           MOVE 'N' TO PRX-TEM-HORAS.
           MOVE 'N' TO PRX-TEM-FERIAS.
           MOVE 0   TO PRX-QTD-AFAST.
           MOVE 0   TO PRX-QTD-EVENTOS.
           MOVE 0   TO PRX-QTD-CONSIG.
           MOVE 0   TO PRX-QTD-EMPREST.
           MOVE 'N' TO PRX-TEM-ADIANT.
           MOVE 'N' TO PRX-TEM-SINDIC.
           MOVE 'N' TO PRX-TEM-BENMOV.
           MOVE 0   TO PRX-QTD-ADESOES.
           MOVE 'N' TO PRX-TEM-CPF.
           MOVE 0   TO PRX-CPF.
           MOVE 'N' TO PRX-TEM-GRRF.
           MOVE 0   TO PRX-VALOR-GRRF.
       2100-EXIT.
           EXIT.

       2200-JUNTAR-SINDICATO.
           IF EMP-SINDICATO = SPACES OR WS-QTD-SINDICATOS = 0
               GO TO 2200-EXIT
           END-IF.
           SET WS-IDX-SIN TO 1.
           SEARCH WS-SINDICATO-ITEM
               AT END
                   CONTINUE
               WHEN WS-IDX-SIN > WS-QTD-SINDICATOS
                   CONTINUE
               WHEN WS-TAB-SIN-CODIGO (WS-IDX-SIN) = EMP-SINDICATO
                   MOVE 'S' TO PRX-TEM-SINDIC
                   MOVE WS-TAB-SINDICATO (WS-IDX-SIN) TO PRX-SINDICATO
           END-SEARCH.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2500-VARRER-SOBRAS - terminado o EMPREG, o que restou nos
      * satelites e de matricula que nao esta no mestre: conta como
      * sem funcionario, para a conferencia fechar com os lidos.
      ******************************************************************
       2500-VARRER-SOBRAS.
           MOVE WS-MAT-MAXIMA TO WS-MAT-CORRENTE.
           MOVE 'N' TO WS-SELECIONADO.
           PERFORM 3000-CASAR-SATELITES THRU 3000-EXIT.
       2500-EXIT.
           EXIT.

       2800-GRAVAR-EXTRATO.
           WRITE EXT-LINHA FROM PRX-REGISTRO.
           IF WS-EXTRATO-STATUS NOT = '00'
               DISPLAY 'PREFOLHA: ERRO AO GRAVAR ' WS-NOME-EXTRATO
                   ' - STATUS ' WS-EXTRATO-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-QTD-GRAVADOS.
       2800-EXIT.
           EXIT.

       2900-LER-EMPREG.
           READ EMPREG-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-EMPREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
           IF NOT FIM-DO-ARQUIVO
               ADD 1 TO WS-QTD-EMPREG-LIDOS
               ADD 1 TO WS-REGISTROS-FASE
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CASAR-SATELITES - avanca cada satelite ate passar da
      * matricula corrente. Registro de matricula menor nao tem
      * funcionario no EMPREG; de matricula igual e do funcionario
      * corrente e so entra no extrato se ele foi selecionado e o
      * registro vale para a competencia.
      ******************************************************************
       3000-CASAR-SATELITES.
           PERFORM 3100-CASAR-DEPENDENTE THRU 3100-EXIT
               UNTIL FIM-DOS-DEPENDENTES
                   OR DPD-MATRICULA > WS-MAT-CORRENTE.
           PERFORM 3110-CASAR-HORAS THRU 3110-EXIT
               UNTIL FIM-DAS-HORAS
                   OR HRS-MATRICULA > WS-MAT-CORRENTE.
           PERFORM 3120-CASAR-FERIAS THRU 3120-EXIT
               UNTIL FIM-DAS-FERIAS
                   OR FGZ-MATRICULA > WS-MAT-CORRENTE.
           PERFORM 3130-CASAR-AFASTAMENTO THRU 3130-EXIT
               UNTIL FIM-DOS-AFAST
                   OR AFA-MATRICULA > WS-MAT-CORRENTE.
           PERFORM 3140-CASAR-EVENTO THRU 3140-EXIT
               UNTIL FIM-DO-MOVRUB
                   OR MRB-MATRICULA > WS-MAT-CORRENTE.
           PERFORM 3150-CASAR-CONSIGNACAO THRU 3150-EXIT
               UNTIL FIM-DAS-CONSIG
                   OR CSG-MATRICULA > WS-MAT-CORRENTE.
           PERFORM 3160-CASAR-EMPRESTIMO THRU 3160-EXIT
               UNTIL FIM-DOS-EMPREST
                   OR EPR-MATRICULA > WS-MAT-CORRENTE.
           PERFORM 3170-CASAR-ADIANTAMENTO THRU 3170-EXIT
               UNTIL FIM-DOS-ADIANT
                   OR ADT-MATRICULA > WS-MAT-CORRENTE.
           PERFORM 3175-CASAR-BENEFICIO THRU 3175-EXIT
               UNTIL FIM-DO-BENMOV
                   OR BMV-MATRICULA > WS-MAT-CORRENTE.
           PERFORM 3180-CASAR-ADESAO THRU 3180-EXIT
               UNTIL FIM-DAS-ADESOES
                   OR PLA-MATRICULA > WS-MAT-CORRENTE.
           PERFORM 3185-CASAR-COMPLEMENTO THRU 3185-EXIT
               UNTIL FIM-DO-EMPCOMP
                   OR ECP-MATRICULA > WS-MAT-CORRENTE.
           PERFORM 3190-CASAR-CONTA-FGTS THRU 3190-EXIT
               UNTIL FIM-DO-FGTSCTA
                   OR FGC-MATRICULA > WS-MAT-CORRENTE.
       3000-EXIT.
           EXIT.

      * 3100-CASAR-DEPENDENTE - todos os dependentes do funcionario,
      * ate 15.
       3100-CASAR-DEPENDENTE.
           IF DPD-MATRICULA < WS-MAT-CORRENTE
               ADD 1 TO WS-ORI-SEM-FUNC (WS-O-DEPEND)
               GO TO 3100-LER
           END-IF.
           IF NOT WS-FUNC-SELECIONADO
               ADD 1 TO WS-ORI-FORA-SELECAO (WS-O-DEPEND)
               GO TO 3100-LER
           END-IF.
           IF PRX-QTD-DEPEND >= 15
               DISPLAY 'PREFOLHA: MATRICULA ' EMP-MATRICULA ' COM MAIS '
                   'DE 15 DEPENDENTES - EXCEDENTE FORA DO EXTRATO'
               ADD 1 TO WS-ORI-EXCEDENTES (WS-O-DEPEND)
               GO TO 3100-LER
           END-IF.
           ADD 1 TO PRX-QTD-DEPEND.
           SET PRX-IDX-DPD TO PRX-QTD-DEPEND.
           MOVE DPD-REGISTRO TO PRX-DEPENDENTE (PRX-IDX-DPD).
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-DEPEND).
       3100-LER.
           PERFORM 3900-LER-DEPENDENTE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      * 3110-CASAR-HORAS - a apuracao de ponto da competencia.
       3110-CASAR-HORAS.
           IF HRS-MATRICULA < WS-MAT-CORRENTE
               ADD 1 TO WS-ORI-SEM-FUNC (WS-O-HORASEXT)
               GO TO 3110-LER
           END-IF.
           IF NOT WS-FUNC-SELECIONADO
               ADD 1 TO WS-ORI-FORA-SELECAO (WS-O-HORASEXT)
               GO TO 3110-LER
           END-IF.
           IF HRS-ANO NOT = WS-COMP-ANO OR HRS-MES NOT = WS-COMP-MES
               ADD 1 TO WS-ORI-FORA-COMP (WS-O-HORASEXT)
               GO TO 3110-LER
           END-IF.
           MOVE 'S' TO PRX-TEM-HORAS.
           MOVE HRS-REGISTRO TO PRX-HORAS.
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-HORASEXT).
       3110-LER.
           PERFORM 3910-LER-HORAS THRU 3910-EXIT.
       3110-EXIT.
           EXIT.

      * 3120-CASAR-FERIAS - o gozo de ferias da competencia.
       3120-CASAR-FERIAS.
           IF FGZ-MATRICULA < WS-MAT-CORRENTE
               ADD 1 TO WS-ORI-SEM-FUNC (WS-O-FERGOZO)
               GO TO 3120-LER
           END-IF.
           IF NOT WS-FUNC-SELECIONADO
               ADD 1 TO WS-ORI-FORA-SELECAO (WS-O-FERGOZO)
               GO TO 3120-LER
           END-IF.
           IF FGZ-ANO NOT = WS-COMP-ANO OR FGZ-MES NOT = WS-COMP-MES
               ADD 1 TO WS-ORI-FORA-COMP (WS-O-FERGOZO)
               GO TO 3120-LER
           END-IF.
           MOVE 'S' TO PRX-TEM-FERIAS.
           MOVE FGZ-REGISTRO TO PRX-FERIAS.
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-FERGOZO).
       3120-LER.
           PERFORM 3920-LER-FERIAS THRU 3920-EXIT.
       3120-EXIT.
           EXIT.

      * 3130-CASAR-AFASTAMENTO - afastamentos que alcancam a
      * competencia (iniciados ate o fim do mes e nao encerrados antes
      * do inicio), ate 10.
       3130-CASAR-AFASTAMENTO.
           IF AFA-MATRICULA < WS-MAT-CORRENTE
               ADD 1 TO WS-ORI-SEM-FUNC (WS-O-AFAST)
               GO TO 3130-LER
           END-IF.
           IF NOT WS-FUNC-SELECIONADO
               ADD 1 TO WS-ORI-FORA-SELECAO (WS-O-AFAST)
               GO TO 3130-LER
           END-IF.
           IF AFA-DATA-INICIO > WS-COMP-DATA-FIM
               OR (AFA-ENCERRADO
                   AND AFA-DATA-RETORNO-REAL <= WS-COMP-DATA-INI)
               ADD 1 TO WS-ORI-FORA-COMP (WS-O-AFAST)
               GO TO 3130-LER
           END-IF.
           IF PRX-QTD-AFAST >= 10
               DISPLAY 'PREFOLHA: MATRICULA ' EMP-MATRICULA ' COM MAIS '
                   'DE 10 AFASTAMENTOS NO MES - EXCEDENTE FORA DO '
                   'EXTRATO'
               ADD 1 TO WS-ORI-EXCEDENTES (WS-O-AFAST)
               GO TO 3130-LER
           END-IF.
           ADD 1 TO PRX-QTD-AFAST.
           SET PRX-IDX-AFA TO PRX-QTD-AFAST.
           MOVE AFA-REGISTRO TO PRX-AFASTAMENTO (PRX-IDX-AFA).
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-AFAST).
       3130-LER.
           PERFORM 3930-LER-AFASTAMENTO THRU 3930-EXIT.
       3130-EXIT.
           EXIT.

      * 3140-CASAR-EVENTO - lancamentos de rubrica da competencia, ate
      * 15, cada um com o cadastro da rubrica (em branco se nao
      * houver - o RELAT avisa e ignora o lancamento).
       3140-CASAR-EVENTO.
           IF MRB-MATRICULA < WS-MAT-CORRENTE
               ADD 1 TO WS-ORI-SEM-FUNC (WS-O-MOVRUB)
               GO TO 3140-LER
           END-IF.
           IF NOT WS-FUNC-SELECIONADO
               ADD 1 TO WS-ORI-FORA-SELECAO (WS-O-MOVRUB)
               GO TO 3140-LER
           END-IF.
           IF MRB-ANO NOT = WS-COMP-ANO OR MRB-MES NOT = WS-COMP-MES
               ADD 1 TO WS-ORI-FORA-COMP (WS-O-MOVRUB)
               GO TO 3140-LER
           END-IF.
           IF PRX-QTD-EVENTOS >= 15
               DISPLAY 'PREFOLHA: MATRICULA ' EMP-MATRICULA ' COM MAIS '
                   'DE 15 EVENTOS - EXCEDENTE FORA DO EXTRATO'
               ADD 1 TO WS-ORI-EXCEDENTES (WS-O-MOVRUB)
               GO TO 3140-LER
           END-IF.
           ADD 1 TO PRX-QTD-EVENTOS.
           SET PRX-IDX-EVT TO PRX-QTD-EVENTOS.
           MOVE MRB-REGISTRO TO PRX-EVT-MOVIMENTO (PRX-IDX-EVT).
           MOVE SPACES TO PRX-EVT-RUBRICA (PRX-IDX-EVT).
           SET WS-IDX-RUB TO 1.
           SEARCH WS-RUBRICA-ITEM
               AT END
                   CONTINUE
               WHEN WS-IDX-RUB > WS-QTD-RUBRICAS
                   CONTINUE
               WHEN WS-TAB-RUB-CODIGO (WS-IDX-RUB) = MRB-RUBRICA
                   MOVE WS-TAB-RUBRICA (WS-IDX-RUB)
                       TO PRX-EVT-RUBRICA (PRX-IDX-EVT)
           END-SEARCH.
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-MOVRUB).
       3140-LER.
           PERFORM 3940-LER-EVENTO THRU 3940-EXIT.
       3140-EXIT.
           EXIT.

      * 3150-CASAR-CONSIGNACAO - consignacoes com vigencia alcancando
      * a competencia (fim zero = sem prazo), ate 15.
       3150-CASAR-CONSIGNACAO.
           IF CSG-MATRICULA < WS-MAT-CORRENTE
               ADD 1 TO WS-ORI-SEM-FUNC (WS-O-CONSIG)
               GO TO 3150-LER
           END-IF.
           IF NOT WS-FUNC-SELECIONADO
               ADD 1 TO WS-ORI-FORA-SELECAO (WS-O-CONSIG)
               GO TO 3150-LER
           END-IF.
           IF CSG-VIGENCIA-INI > WS-COMP-AAAAMM
               OR (CSG-VIGENCIA-FIM NOT = 0
                   AND CSG-VIGENCIA-FIM < WS-COMP-AAAAMM)
               ADD 1 TO WS-ORI-FORA-COMP (WS-O-CONSIG)
               GO TO 3150-LER
           END-IF.
           IF PRX-QTD-CONSIG >= 15
               DISPLAY 'PREFOLHA: MATRICULA ' EMP-MATRICULA ' COM MAIS '
                   'DE 15 CONSIGNACOES - EXCEDENTE FORA DO EXTRATO'
               ADD 1 TO WS-ORI-EXCEDENTES (WS-O-CONSIG)
               GO TO 3150-LER
           END-IF.
           ADD 1 TO PRX-QTD-CONSIG.
           SET PRX-IDX-CSG TO PRX-QTD-CONSIG.
           MOVE CSG-REGISTRO TO PRX-CONSIGNACAO (PRX-IDX-CSG).
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-CONSIG).
       3150-LER.
           PERFORM 3950-LER-CONSIGNACAO THRU 3950-EXIT.
       3150-EXIT.
           EXIT.

      * 3160-CASAR-EMPRESTIMO - emprestimos em aberto com saldo
      * devedor (quitado nao tem parcela na competencia), ate 15.
       3160-CASAR-EMPRESTIMO.
           IF EPR-MATRICULA < WS-MAT-CORRENTE
               ADD 1 TO WS-ORI-SEM-FUNC (WS-O-EMPREST)
               GO TO 3160-LER
           END-IF.
           IF NOT WS-FUNC-SELECIONADO
               ADD 1 TO WS-ORI-FORA-SELECAO (WS-O-EMPREST)
               GO TO 3160-LER
           END-IF.
           IF NOT EPR-EM-ABERTO OR EPR-SALDO-DEVEDOR <= 0
               ADD 1 TO WS-ORI-FORA-COMP (WS-O-EMPREST)
               GO TO 3160-LER
           END-IF.
           IF PRX-QTD-EMPREST >= 15
               DISPLAY 'PREFOLHA: MATRICULA ' EMP-MATRICULA ' COM MAIS '
                   'DE 15 EMPRESTIMOS - EXCEDENTE FORA DO EXTRATO'
               ADD 1 TO WS-ORI-EXCEDENTES (WS-O-EMPREST)
               GO TO 3160-LER
           END-IF.
           ADD 1 TO PRX-QTD-EMPREST.
           SET PRX-IDX-EPR TO PRX-QTD-EMPREST.
           MOVE EPR-REGISTRO TO PRX-EMPRESTIMO (PRX-IDX-EPR).
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-EMPREST).
       3160-LER.
           PERFORM 3960-LER-EMPRESTIMO THRU 3960-EXIT.
       3160-EXIT.
           EXIT.

      * 3170-CASAR-ADIANTAMENTO - o adiantamento quinzenal da
      * competencia.
       3170-CASAR-ADIANTAMENTO.
           IF ADT-MATRICULA < WS-MAT-CORRENTE
               ADD 1 TO WS-ORI-SEM-FUNC (WS-O-ADIANTCT)
               GO TO 3170-LER
           END-IF.
           IF NOT WS-FUNC-SELECIONADO
               ADD 1 TO WS-ORI-FORA-SELECAO (WS-O-ADIANTCT)
               GO TO 3170-LER
           END-IF.
           IF ADT-ANO NOT = WS-COMP-ANO OR ADT-MES NOT = WS-COMP-MES
               ADD 1 TO WS-ORI-FORA-COMP (WS-O-ADIANTCT)
               GO TO 3170-LER
           END-IF.
           MOVE 'S' TO PRX-TEM-ADIANT.
           MOVE ADT-REGISTRO TO PRX-ADIANTAMENTO.
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-ADIANTCT).
       3170-LER.
           PERFORM 3970-LER-ADIANTAMENTO THRU 3970-EXIT.
       3170-EXIT.
           EXIT.

      * 3175-CASAR-BENEFICIO - o pedido de VT e VR/VA da competencia.
       3175-CASAR-BENEFICIO.
           IF BMV-MATRICULA < WS-MAT-CORRENTE
               ADD 1 TO WS-ORI-SEM-FUNC (WS-O-BENMOV)
               GO TO 3175-LER
           END-IF.
           IF NOT WS-FUNC-SELECIONADO
               ADD 1 TO WS-ORI-FORA-SELECAO (WS-O-BENMOV)
               GO TO 3175-LER
           END-IF.
           IF BMV-ANO NOT = WS-COMP-ANO OR BMV-MES NOT = WS-COMP-MES
               ADD 1 TO WS-ORI-FORA-COMP (WS-O-BENMOV)
               GO TO 3175-LER
           END-IF.
           MOVE 'S' TO PRX-TEM-BENMOV.
           MOVE BMV-REGISTRO TO PRX-BENEFICIO.
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-BENMOV).
       3175-LER.
           PERFORM 3975-LER-BENEFICIO THRU 3975-EXIT.
       3175-EXIT.
           EXIT.

      * 3180-CASAR-ADESAO - adesoes ao plano de saude (titular e
      * dependentes) que alcancam a competencia, ate 10.
       3180-CASAR-ADESAO.
           IF PLA-MATRICULA < WS-MAT-CORRENTE
               ADD 1 TO WS-ORI-SEM-FUNC (WS-O-PLSAUDE)
               GO TO 3180-LER
           END-IF.
           IF NOT WS-FUNC-SELECIONADO
               ADD 1 TO WS-ORI-FORA-SELECAO (WS-O-PLSAUDE)
               GO TO 3180-LER
           END-IF.
           IF PLA-DATA-INICIO > WS-COMP-DATA-FIM
               OR (NOT PLA-VIGENTE AND PLA-DATA-FIM < WS-COMP-DATA-INI)
               ADD 1 TO WS-ORI-FORA-COMP (WS-O-PLSAUDE)
               GO TO 3180-LER
           END-IF.
           IF PRX-QTD-ADESOES >= 10
               DISPLAY 'PREFOLHA: MATRICULA ' EMP-MATRICULA ' COM MAIS '
                   'DE 10 ADESOES AO PLANO - EXCEDENTE FORA DO EXTRATO'
               ADD 1 TO WS-ORI-EXCEDENTES (WS-O-PLSAUDE)
               GO TO 3180-LER
           END-IF.
           ADD 1 TO PRX-QTD-ADESOES.
           SET PRX-IDX-PLA TO PRX-QTD-ADESOES.
           MOVE PLA-REGISTRO TO PRX-ADESAO (PRX-IDX-PLA).
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-PLSAUDE).
       3180-LER.
           PERFORM 3980-LER-ADESAO THRU 3980-EXIT.
       3180-EXIT.
           EXIT.

      * 3185-CASAR-COMPLEMENTO - o CPF dos dados complementares, para
      * o deposito de FGTS.
       3185-CASAR-COMPLEMENTO.
           IF ECP-MATRICULA < WS-MAT-CORRENTE
               ADD 1 TO WS-ORI-SEM-FUNC (WS-O-EMPCOMP)
               GO TO 3185-LER
           END-IF.
           IF NOT WS-FUNC-SELECIONADO
               ADD 1 TO WS-ORI-FORA-SELECAO (WS-O-EMPCOMP)
               GO TO 3185-LER
           END-IF.
           MOVE 'S' TO PRX-TEM-CPF.
           MOVE ECP-CPF TO PRX-CPF.
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-EMPCOMP).
       3185-LER.
           PERFORM 3985-LER-COMPLEMENTO THRU 3985-EXIT.
       3185-EXIT.
           EXIT.

      * 3190-CASAR-CONTA-FGTS - so o deposito rescisorio ('R') da
      * competencia, ja recolhido na GRRF pelo DESLIGA; os demais
      * lancamentos da conta ficam fora.
       3190-CASAR-CONTA-FGTS.
           IF FGC-MATRICULA < WS-MAT-CORRENTE
               ADD 1 TO WS-ORI-SEM-FUNC (WS-O-FGTSCTA)
               GO TO 3190-LER
           END-IF.
           IF NOT WS-FUNC-SELECIONADO
               ADD 1 TO WS-ORI-FORA-SELECAO (WS-O-FGTSCTA)
               GO TO 3190-LER
           END-IF.
           IF FGC-ANO NOT = WS-COMP-ANO OR FGC-MES NOT = WS-COMP-MES
               OR NOT FGC-RESCISORIO
               ADD 1 TO WS-ORI-FORA-COMP (WS-O-FGTSCTA)
               GO TO 3190-LER
           END-IF.
           MOVE 'S' TO PRX-TEM-GRRF.
           MOVE FGC-VALOR TO PRX-VALOR-GRRF.
           ADD 1 TO WS-ORI-CARREGADOS (WS-O-FGTSCTA).
       3190-LER.
           PERFORM 3990-LER-CONTA-FGTS THRU 3990-EXIT.
       3190-EXIT.
           EXIT.

      ******************************************************************
      * 3900-3990 - leitura sequencial de cada satelite; fim de
      * arquivo ou erro de leitura encerram o satelite.
      ******************************************************************
       3900-LER-DEPENDENTE.
           READ DEPEND-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-DEPEND
                   GO TO 3900-EXIT
           END-READ.
           MOVE 'N' TO WS-FIM-DEPEND.
           IF WS-DEPEND-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-DEPEND
               GO TO 3900-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-DEPEND).
           ADD 1 TO WS-REGISTROS-FASE.
       3900-EXIT.
           EXIT.

       3910-LER-HORAS.
           READ HORASEXT-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HORASEXT
                   GO TO 3910-EXIT
           END-READ.
           MOVE 'N' TO WS-FIM-HORASEXT.
           IF WS-HORASEXT-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-HORASEXT
               GO TO 3910-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-HORASEXT).
           ADD 1 TO WS-REGISTROS-FASE.
       3910-EXIT.
           EXIT.

       3920-LER-FERIAS.
           READ FERGOZO-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-FERGOZO
                   GO TO 3920-EXIT
           END-READ.
           MOVE 'N' TO WS-FIM-FERGOZO.
           IF WS-FERGOZO-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-FERGOZO
               GO TO 3920-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-FERGOZO).
           ADD 1 TO WS-REGISTROS-FASE.
       3920-EXIT.
           EXIT.

       3930-LER-AFASTAMENTO.
           READ AFAST-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AFAST
                   GO TO 3930-EXIT
           END-READ.
           MOVE 'N' TO WS-FIM-AFAST.
           IF WS-AFAST-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-AFAST
               GO TO 3930-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-AFAST).
           ADD 1 TO WS-REGISTROS-FASE.
       3930-EXIT.
           EXIT.

       3940-LER-EVENTO.
           READ MOVRUB-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MOVRUB
                   GO TO 3940-EXIT
           END-READ.
           MOVE 'N' TO WS-FIM-MOVRUB.
           IF WS-MOVRUB-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-MOVRUB
               GO TO 3940-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-MOVRUB).
           ADD 1 TO WS-REGISTROS-FASE.
       3940-EXIT.
           EXIT.

       3950-LER-CONSIGNACAO.
           READ CONSIG-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONSIG
                   GO TO 3950-EXIT
           END-READ.
           MOVE 'N' TO WS-FIM-CONSIG.
           IF WS-CONSIG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-CONSIG
               GO TO 3950-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-CONSIG).
           ADD 1 TO WS-REGISTROS-FASE.
       3950-EXIT.
           EXIT.

       3960-LER-EMPRESTIMO.
           READ EMPREST-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-EMPREST
                   GO TO 3960-EXIT
           END-READ.
           MOVE 'N' TO WS-FIM-EMPREST.
           IF WS-EMPREST-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-EMPREST
               GO TO 3960-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-EMPREST).
           ADD 1 TO WS-REGISTROS-FASE.
       3960-EXIT.
           EXIT.

       3970-LER-ADIANTAMENTO.
           READ ADIANTCT-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ADIANTCT
                   GO TO 3970-EXIT
           END-READ.
           MOVE 'N' TO WS-FIM-ADIANTCT.
           IF WS-ADIANTCT-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ADIANTCT
               GO TO 3970-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-ADIANTCT).
           ADD 1 TO WS-REGISTROS-FASE.
       3970-EXIT.
           EXIT.

       3975-LER-BENEFICIO.
           READ BENMOV-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-BENMOV
                   GO TO 3975-EXIT
           END-READ.
           MOVE 'N' TO WS-FIM-BENMOV.
           IF WS-BENMOV-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-BENMOV
               GO TO 3975-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-BENMOV).
           ADD 1 TO WS-REGISTROS-FASE.
       3975-EXIT.
           EXIT.

       3980-LER-ADESAO.
           READ PLSAUDE-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PLSAUDE
                   GO TO 3980-EXIT
           END-READ.
           MOVE 'N' TO WS-FIM-PLSAUDE.
           IF WS-PLSAUDE-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PLSAUDE
               GO TO 3980-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-PLSAUDE).
           ADD 1 TO WS-REGISTROS-FASE.
       3980-EXIT.
           EXIT.

       3985-LER-COMPLEMENTO.
           READ EMPCOMP-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-EMPCOMP
                   GO TO 3985-EXIT
           END-READ.
           MOVE 'N' TO WS-FIM-EMPCOMP.
           IF WS-EMPCOMP-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-EMPCOMP
               GO TO 3985-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-EMPCOMP).
           ADD 1 TO WS-REGISTROS-FASE.
       3985-EXIT.
           EXIT.

       3990-LER-CONTA-FGTS.
           READ FGTSCTA-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-FGTSCTA
                   GO TO 3990-EXIT
           END-READ.
           MOVE 'N' TO WS-FIM-FGTSCTA.
           IF WS-FGTSCTA-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-FGTSCTA
               GO TO 3990-EXIT
           END-IF.
           ADD 1 TO WS-ORI-LIDOS (WS-O-FGTSCTA).
           ADD 1 TO WS-REGISTROS-FASE.
       3990-EXIT.
           EXIT.

      ******************************************************************
      * 6100-INICIAR-FASE / 6150-ENCERRAR-FASE - marcam o relogio no
      * inicio e no fim da fase WS-NOME-FASE e guardam na tabela de
      * fases os registros tratados (WS-REGISTROS-FASE) e a duracao em
      * centesimos de segundo.
      ******************************************************************
       6100-INICIAR-FASE.
           PERFORM 6190-LER-RELOGIO THRU 6190-EXIT.
           MOVE WS-CS-AGORA TO WS-CS-INICIO-FASE.
           MOVE 0 TO WS-REGISTROS-FASE.
       6100-EXIT.
           EXIT.

       6150-ENCERRAR-FASE.
           PERFORM 6190-LER-RELOGIO THRU 6190-EXIT.
           IF WS-QTD-FASES >= 5
               GO TO 6150-EXIT
           END-IF.
           ADD 1 TO WS-QTD-FASES.
           SET WS-IDX-FASE TO WS-QTD-FASES.
           MOVE WS-NOME-FASE      TO WS-FASE-NOME (WS-IDX-FASE).
           MOVE WS-REGISTROS-FASE TO WS-FASE-REGISTROS (WS-IDX-FASE).
           IF WS-CS-AGORA < WS-CS-INICIO-FASE
               ADD WS-CS-DIA TO WS-CS-AGORA
           END-IF.
           COMPUTE WS-FASE-DURACAO (WS-IDX-FASE) =
               WS-CS-AGORA - WS-CS-INICIO-FASE.
       6150-EXIT.
           EXIT.

       6190-LER-RELOGIO.
           ACCEPT WS-HORA-LIDA FROM TIME.
           COMPUTE WS-CS-AGORA =
               WS-LIDA-HH * 360000 + WS-LIDA-MM * 6000
               + WS-LIDA-SS * 100 + WS-LIDA-CC.
       6190-EXIT.
           EXIT.

       6200-FORMATAR-HORA.
           MOVE WS-AUX-HH TO WS-FMT-HH.
           MOVE WS-AUX-MM TO WS-FMT-MM.
           MOVE WS-AUX-SS TO WS-FMT-SS.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - grava o trailer 'T', fecha os arquivos, confere
      * as contagens de cada origem, imprime o relatorio de controle e
      * acrescenta as estatisticas ao FOLHAEST.
      ******************************************************************
       8000-FINALIZAR.
           MOVE SPACES TO PRX-REGISTRO.
           MOVE 'T'                 TO PRX-TIPO.
           MOVE 999999              TO PRX-MATRICULA.
           MOVE WS-QTD-SELECIONADOS TO PRX-TRL-QTD-FUNC.
           MOVE WS-TOTAL-SALARIOS   TO PRX-TRL-TOTAL-SALARIO.
           PERFORM 2800-GRAVAR-EXTRATO THRU 2800-EXIT.
           CLOSE EXTRATO-ARQ.
           CLOSE EMPREG-ARQ.
           PERFORM 8050-FECHAR-ORIGENS THRU 8050-EXIT.
           PERFORM 6190-LER-RELOGIO THRU 6190-EXIT.
           IF WS-CS-AGORA < WS-CS-INICIO-EXECUCAO
               ADD WS-CS-DIA TO WS-CS-AGORA
           END-IF.
           MOVE 'TOTAL DA EXECUCAO' TO WS-NOME-FASE.
           MOVE WS-CS-INICIO-EXECUCAO TO WS-CS-INICIO-FASE.
           COMPUTE WS-REGISTROS-FASE =
               WS-QTD-EMPREG-LIDOS + WS-QTD-GRAVADOS.
           PERFORM 8060-SOMAR-LIDOS THRU 8060-EXIT
               VARYING WS-IDX-ORI FROM 1 BY 1
               UNTIL WS-IDX-ORI > WS-QTD-ORIGENS.
           PERFORM 6150-ENCERRAR-FASE THRU 6150-EXIT.
           PERFORM 8100-IMPRIMIR-CONTROLE THRU 8100-EXIT.
           PERFORM 8200-GRAVAR-ESTATISTICAS THRU 8200-EXIT.
           DISPLAY 'PREFOLHA: ' WS-NOME-EXTRATO ' GRAVADO - '
               WS-QTD-SELECIONADOS ' FUNCIONARIOS'.
           IF NOT WS-CONTAGEM-FECHA
               DISPLAY 'PREFOLHA: CONTAGEM DE ALGUMA ORIGEM NAO FECHA '
                   'COM OS LIDOS - EXTRATO NAO DEVE SER USADO'
               MOVE 16 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8050-FECHAR-ORIGENS.
           IF WS-ORI-DISPONIVEL (WS-O-DEPEND)
               CLOSE DEPEND-ARQ
           END-IF.
           IF WS-ORI-DISPONIVEL (WS-O-HORASEXT)
               CLOSE HORASEXT-ARQ
           END-IF.
           IF WS-ORI-DISPONIVEL (WS-O-FERGOZO)
               CLOSE FERGOZO-ARQ
           END-IF.
           IF WS-ORI-DISPONIVEL (WS-O-AFAST)
               CLOSE AFAST-ARQ
           END-IF.
           IF WS-ORI-DISPONIVEL (WS-O-MOVRUB)
               CLOSE MOVRUB-ARQ
           END-IF.
           IF WS-ORI-DISPONIVEL (WS-O-CONSIG)
               CLOSE CONSIG-ARQ
           END-IF.
           IF WS-ORI-DISPONIVEL (WS-O-EMPREST)
               CLOSE EMPREST-ARQ
           END-IF.
           IF WS-ORI-DISPONIVEL (WS-O-ADIANTCT)
               CLOSE ADIANTCT-ARQ
           END-IF.
           IF WS-ORI-DISPONIVEL (WS-O-BENMOV)
               CLOSE BENMOV-ARQ
           END-IF.
           IF WS-ORI-DISPONIVEL (WS-O-PLSAUDE)
               CLOSE PLSAUDE-ARQ
           END-IF.
           IF WS-ORI-DISPONIVEL (WS-O-EMPCOMP)
               CLOSE EMPCOMP-ARQ
           END-IF.
           IF WS-ORI-DISPONIVEL (WS-O-FGTSCTA)
               CLOSE FGTSCTA-ARQ
           END-IF.
       8050-EXIT.
           EXIT.

       8060-SOMAR-LIDOS.
           ADD WS-ORI-LIDOS (WS-IDX-ORI) TO WS-REGISTROS-FASE.
       8060-EXIT.
           EXIT.

      ******************************************************************
      * 8100-IMPRIMIR-CONTROLE - relatorio PREFOLHA-AAAAMMDD-HHMM: uma
      * linha por origem com os lidos e o destino de cada um (e se a
      * soma fecha), a linha do EMPREG, os totais do extrato e as
      * estatisticas de cada fase.
      ******************************************************************
       8100-IMPRIMIR-CONTROLE.
           STRING 'PREFOLHA-'           DELIMITED BY SIZE
                  WS-DATA-SISTEMA       DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'PREFOLHA: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'N' TO WS-CONFERENCIA
               GO TO 8100-EXIT
           END-IF.
           MOVE WS-NOME-EXTRATO TO CAB2P-EXTRATO.
           MOVE WS-COMP-MES     TO CAB2P-MES.
           MOVE WS-COMP-ANO     TO CAB2P-ANO.
           IF WS-TODAS-AS-EMPRESAS
               MOVE 'TODAS' TO CAB2P-EMPRESA
           ELSE
               MOVE WS-PARM-EMPRESA TO CAB2P-EMPRESA
           END-IF.
           MOVE WS-DATA-SISTEMA TO CAB2P-DATA.
           MOVE WS-HORA-SISTEMA (1:6) TO WS-HORA-AUX.
           PERFORM 6200-FORMATAR-HORA THRU 6200-EXIT.
           MOVE WS-HORA-FORMATADA TO CAB2P-HORA.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB4P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'EMPREG'            TO DET1P-ARQUIVO.
           MOVE '00'                TO DET1P-STATUS.
           MOVE WS-QTD-EMPREG-LIDOS TO DET1P-LIDOS.
           MOVE WS-QTD-SELECIONADOS TO DET1P-CARREGADOS.
           MOVE 0                   TO DET1P-FORA-COMP.
           MOVE WS-QTD-FORA-SELECAO TO DET1P-FORA-SELECAO.
           MOVE 0                   TO DET1P-SEM-FUNC.
           MOVE 0                   TO DET1P-EXCEDENTES.
           IF WS-QTD-EMPREG-LIDOS =
               WS-QTD-SELECIONADOS + WS-QTD-FORA-SELECAO
               MOVE 'OK'      TO DET1P-CONFERE
           ELSE
               MOVE 'DIVERGE' TO DET1P-CONFERE
               MOVE 'N' TO WS-CONFERENCIA
           END-IF.
           MOVE DET1P TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 8110-IMPRIMIR-ORIGEM THRU 8110-EXIT
               VARYING WS-IDX-ORI FROM 1 BY 1
               UNTIL WS-IDX-ORI > WS-QTD-ORIGENS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'FUNCIONARIOS NO EXTRATO' TO TOT1P-DESCRICAO.
           MOVE WS-QTD-SELECIONADOS TO TOT1P-QTD.
           MOVE TOT1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'REGISTROS GRAVADOS (COM H E T)' TO TOT1P-DESCRICAO.
           MOVE WS-QTD-GRAVADOS TO TOT1P-QTD.
           MOVE TOT1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'SOMA DOS SALARIOS' TO TOT2P-DESCRICAO.
           MOVE WS-TOTAL-SALARIOS TO TOT2P-VALOR.
           MOVE TOT2P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB5P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB6P TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 8120-IMPRIMIR-FASE THRU 8120-EXIT
               VARYING WS-IDX-FASE FROM 1 BY 1
               UNTIL WS-IDX-FASE > WS-QTD-FASES.
           CLOSE RELATORIO-ARQ.
       8100-EXIT.
           EXIT.

       8110-IMPRIMIR-ORIGEM.
           MOVE WS-ORI-NOME (WS-IDX-ORI)     TO DET1P-ARQUIVO.
           MOVE WS-ORI-STATUS (WS-IDX-ORI)   TO DET1P-STATUS.
           MOVE WS-ORI-LIDOS (WS-IDX-ORI)    TO DET1P-LIDOS.
           MOVE WS-ORI-CARREGADOS (WS-IDX-ORI) TO DET1P-CARREGADOS.
           MOVE WS-ORI-FORA-COMP (WS-IDX-ORI) TO DET1P-FORA-COMP.
           MOVE WS-ORI-FORA-SELECAO (WS-IDX-ORI)
               TO DET1P-FORA-SELECAO.
           MOVE WS-ORI-SEM-FUNC (WS-IDX-ORI) TO DET1P-SEM-FUNC.
           MOVE WS-ORI-EXCEDENTES (WS-IDX-ORI) TO DET1P-EXCEDENTES.
           COMPUTE WS-SOMA-DESTINOS =
               WS-ORI-CARREGADOS (WS-IDX-ORI)
               + WS-ORI-FORA-COMP (WS-IDX-ORI)
               + WS-ORI-FORA-SELECAO (WS-IDX-ORI)
               + WS-ORI-SEM-FUNC (WS-IDX-ORI)
               + WS-ORI-EXCEDENTES (WS-IDX-ORI).
           IF WS-SOMA-DESTINOS = WS-ORI-LIDOS (WS-IDX-ORI)
               MOVE 'OK'      TO DET1P-CONFERE
           ELSE
               MOVE 'DIVERGE' TO DET1P-CONFERE
               MOVE 'N' TO WS-CONFERENCIA
           END-IF.
           MOVE DET1P TO REL-LINHA.
           WRITE REL-LINHA.
       8110-EXIT.
           EXIT.

       8120-IMPRIMIR-FASE.
           MOVE WS-FASE-NOME (WS-IDX-FASE)      TO DET2P-FASE.
           MOVE WS-FASE-REGISTROS (WS-IDX-FASE) TO DET2P-REGISTROS.
           COMPUTE WS-SEGUNDOS = WS-FASE-DURACAO (WS-IDX-FASE) / 100.
           MOVE WS-SEGUNDOS TO DET2P-DURACAO.
           MOVE DET2P TO REL-LINHA.
           WRITE REL-LINHA.
       8120-EXIT.
           EXIT.

      ******************************************************************
      * 8200-GRAVAR-ESTATISTICAS - acrescenta ao FOLHAEST (criado na
      * primeira execucao) um registro por fase. Sem o arquivo o
      * extrato vale do mesmo jeito - so a serie historica fica sem
      * esta execucao.
      ******************************************************************
       8200-GRAVAR-ESTATISTICAS.
           OPEN EXTEND FOLHAEST-ARQ.
           IF WS-FOLHAEST-STATUS = '05' OR WS-FOLHAEST-STATUS = '35'
               OPEN OUTPUT FOLHAEST-ARQ
           END-IF.
           IF WS-FOLHAEST-STATUS NOT = '00'
               DISPLAY 'PREFOLHA: ERRO AO ABRIR FOLHAEST - STATUS '
                   WS-FOLHAEST-STATUS ' - ESTATISTICAS NAO GRAVADAS'
               GO TO 8200-EXIT
           END-IF.
           PERFORM 8210-GRAVAR-FASE THRU 8210-EXIT
               VARYING WS-IDX-FASE FROM 1 BY 1
               UNTIL WS-IDX-FASE > WS-QTD-FASES.
           CLOSE FOLHAEST-ARQ.
       8200-EXIT.
           EXIT.

       8210-GRAVAR-FASE.
           MOVE SPACES TO ETX-REGISTRO.
           STRING WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:6) DELIMITED BY SIZE
                  INTO ETX-DATA-HORA
           END-STRING.
           MOVE 'PREFOLHA'      TO ETX-PROGRAMA.
           MOVE WS-COMP-ANO     TO ETX-ANO.
           MOVE WS-COMP-MES     TO ETX-MES.
           MOVE WS-PARM-EMPRESA TO ETX-EMPRESA.
           MOVE WS-FASE-NOME (WS-IDX-FASE)      TO ETX-FASE.
           MOVE WS-FASE-REGISTROS (WS-IDX-FASE) TO ETX-REGISTROS.
           MOVE WS-FASE-DURACAO (WS-IDX-FASE)   TO ETX-DURACAO-CS.
           WRITE ETX-REGISTRO.
       8210-EXIT.
           EXIT.
