      *                   da regravacao; matricula em uso por outro
      *                   operador sai apontada na listagem e fica sem
      *                   reajuste nesta passada.
      *   15/10/2026 LHP  Filtro de sindicato (mestre SINDIC, CADSIND)
      *                   para o reajuste da convencao coletiva: so os
      *                   filiados ao sindicato informado sao
      *                   reajustados; fora do mes da data-base do
      *                   sindicato o modo de simulacao e forcado.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WS-CARGOS-STATUS.

           SELECT SINDIC-ARQ
               ASSIGN TO "SINDIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CODIGO
               FILE STATUS IS WS-SINDIC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY CARGOSC.

       FD  SINDIC-ARQ
           LABEL RECORD IS STANDARD.
           COPY SINDICC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.

       01  WS-PARAMETROS.
           05 WS-PARM-DEPTO           PIC X(04) VALUE SPACES.
           05 WS-PARM-SINDICATO       PIC X(02) VALUE SPACES.
           05 WS-PARM-PERCENTUAL      PIC S9(03)V99 VALUE 0.
           05 WS-PARM-MODO            PIC X(01) VALUE 'S'.
               88 WS-MODO-APLICAR     VALUE 'A'.
       01  WS-PENDSAL-STATUS          PIC X(02) VALUE '00'.

       01  WS-CARGOS-STATUS           PIC X(02) VALUE '00'.
       01  WS-SINDIC-STATUS           PIC X(02) VALUE '00'.
       01  WS-MES-CORRENTE            PIC 9(02) VALUE 0.
       01  WS-CARGOS-OK               PIC X(01) VALUE 'N'.
           88 WS-CARGOS-DISPONIVEL    VALUE 'S'.
       01  WS-FORA-DA-FAIXA           PIC X(01) VALUE 'N'.
           05 FILLER       PIC X(10) VALUE
               ' - PERC.: '.
           05 CAB2R-PERC   PIC ZZ9,99.
           05 FILLER       PIC X(10) VALUE
               ' - SIND.: '.
           05 CAB2R-SINDICATO PIC X(02).

       01  CAB3R.
           05 FILLER       PIC X(03) VALUE SPACES.
           DISPLAY 'DEPARTAMENTO (BRANCO = TODOS).......: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-DEPTO.
           DISPLAY 'SINDICATO (BRANCO = TODOS)..........: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-SINDICATO.
           DISPLAY 'PERCENTUAL DE REAJUSTE (EX.: 10,00).: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-PERCENTUAL.
           IF FIM-DO-ARQUIVO
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1550-VALIDAR-SINDICATO-FILTRO THRU 1550-EXIT.
           IF FIM-DO-ARQUIVO
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'REAJUST: ERRO AO ABRIR EMPREG - STATUS '
           END-IF.
           MOVE WS-PARM-DEPTO      TO CAB2R-DEPTO.
           MOVE WS-PARM-PERCENTUAL TO CAB2R-PERC.
           MOVE WS-PARM-SINDICATO  TO CAB2R-SINDICATO.
           ACCEPT WS-DATAHORA-PSL-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-IMPRESSAO FROM TIME.
           STRING 'REAJUST-'               DELIMITED BY SIZE
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1550-VALIDAR-SINDICATO-FILTRO - quando um sindicato e informado
      * como filtro, confere o codigo contra o mestre SINDIC. Um codigo
      * inexistente encerra o programa sem tocar no mestre. O reajuste
      * da convencao vale na data-base do sindicato: fora desse mes o
      * modo de simulacao e forcado e as alteracoes vao para aprovacao
      * em PENDSAL/APROVSAL.
      ******************************************************************
       1550-VALIDAR-SINDICATO-FILTRO.
           IF WS-PARM-SINDICATO = SPACES
               GO TO 1550-EXIT
           END-IF.
           OPEN INPUT SINDIC-ARQ.
           IF WS-SINDIC-STATUS NOT = '00'
               DISPLAY 'REAJUST: MESTRE DE SINDICATOS (SINDIC) '
                   'INDISPONIVEL - STATUS ' WS-SINDIC-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 1550-EXIT
           END-IF.
           MOVE WS-PARM-SINDICATO TO SIN-CODIGO.
           READ SINDIC-ARQ
               INVALID KEY
                   DISPLAY 'REAJUST: SINDICATO NAO CADASTRADO NO '
                       'SINDIC - REAJUSTE CANCELADO'
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           CLOSE SINDIC-ARQ.
           IF FIM-DO-ARQUIVO
               GO TO 1550-EXIT
           END-IF.
           ACCEPT WS-DATAHORA-PSL-DATA FROM DATE YYYYMMDD.
           MOVE WS-DATAHORA-PSL-DATA (5:2) TO WS-MES-CORRENTE.
           IF WS-MES-CORRENTE NOT = SIN-MES-DATA-BASE
               DISPLAY 'REAJUST: MES ATUAL FORA DA DATA-BASE DO '
                   'SINDICATO (MES ' SIN-MES-DATA-BASE ')'
               IF WS-MODO-APLICAR
                   DISPLAY 'REAJUST: MODO DE SIMULACAO FORCADO'
                   MOVE 'S' TO WS-PARM-MODO
               END-IF
           END-IF.
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-FUNCIONARIO - reajusta o salario do funcionario
      * corrente se estiver ativo e, quando informados, pertencer ao
      * departamento e ao sindicato filtrados.
      ******************************************************************
       2000-PROCESSAR-FUNCIONARIO.
           IF EMP-ATIVO
               AND (WS-PARM-DEPTO = SPACES
                    OR WS-PARM-DEPTO = EMP-DEPARTAMENTO)
               AND (WS-PARM-SINDICATO = SPACES
                    OR WS-PARM-SINDICATO = EMP-SINDICATO)
               PERFORM 2050-APLICAR-REAJUSTE THRU 2050-EXIT
           END-IF.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
