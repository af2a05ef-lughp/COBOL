       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASO.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Controle dos exames medicos ocupacionais (ASO),
      *             arquivo ASO, no molde do CADAFAST. Registra cada
      *             exame do funcionario - admissional, periodico, de
      *             retorno ao trabalho, de mudanca de funcao e
      *             demissional - com data, resultado, medico e CRM, e
      *             calcula a data do proximo periodico pela
      *             periodicidade do cargo (CRG-PERIODICIDADE-ASO;
      *             zero e 12 meses para cargo com adicional de risco,
      *             24 para os demais). O exame de retorno que o
      *             CADAFAST deixou pendente e completado aqui. O
      *             relatorio mensal CADASO-AAAAMMDD-HHMM lista, por
      *             departamento, os exames vencidos e os que vencem
      *             nos proximos 30 dias (periodico, retorno pendente
      *             ou admissional que nunca foi registrado) e deixa o
      *             alerta dos vencidos na caixa MSGREG (MSGGRAV).
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
           SELECT ASO-ARQ
               ASSIGN TO "ASO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WS-ASO-STATUS.

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

           SELECT CARGOS-ARQ
               ASSIGN TO "CARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WS-CARGOS-STATUS.

           SELECT DEPTOS-ARQ
               ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASO-ARQ
           LABEL RECORD IS STANDARD.
           COPY ASOC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  CARGOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY CARGOSC.

       FD  DEPTOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPTOSC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-ASO-STATUS           PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-CARGOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-DEPTOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-CONTINUA             PIC X(01) VALUE 'S'.
               88 WS-SAIR-DO-MENU     VALUE 'N'.
           05 WS-FIM-ASO              PIC X(01) VALUE 'N'.
               88 FIM-DOS-EXAMES      VALUE 'S'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-CARGOS-OK            PIC X(01) VALUE 'N'.
               88 WS-CARGOS-DISPONIVEL VALUE 'S'.
           05 WS-DEPTOS-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPTOS-DISPONIVEL VALUE 'S'.

       01  WS-OPCAO                   PIC 9(01) VALUE 0.
       01  WS-OPERADOR                PIC X(08) VALUE SPACES.
       01  WS-TIPO-EXAME              PIC X(01) VALUE SPACES.
       01  WS-ULTIMA-SEQ              PIC 9(03) VALUE 0.
       01  WS-SEQ-PENDENTE            PIC 9(03) VALUE 0.
       01  WS-QTD-LISTADOS            PIC 9(03) VALUE 0.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-NOME-RELATORIO          PIC X(20) VALUE SPACES.

      * Periodicidade padrao do exame periodico, em meses, para cargo
      * sem periodicidade propria.
       01  WS-MESES-PADRAO-RISCO      PIC 9(02) VALUE 12.
       01  WS-MESES-PADRAO            PIC 9(02) VALUE 24.
       01  WS-MESES-PERIODICIDADE     PIC 9(02) VALUE 0.

      * Janela do relatorio: exames que vencem ate esta quantidade de
      * dias a frente.
       01  WS-DIAS-ANTECEDENCIA       PIC 9(03) VALUE 30.
       01  WS-DATA-LIMITE             PIC 9(08) VALUE 0.
       01  WS-CONTADOR-DIAS           PIC 9(03) VALUE 0.

      * Dias de cada mes (fevereiro acertado no ano bissexto).
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
           05 WS-ANO-RESTO            PIC 9(01) VALUE 0.
           05 WS-MESES-CORRIDOS       PIC 9(04) VALUE 0.

      * Situacao do funcionario apurada no arquivo ASO para o
      * relatorio: ultimo exame realizado, retorno pendente e o
      * vencimento que vale.
       01  WS-SITUACAO-ASO.
           05 WS-DATA-ULTIMO-EXAME    PIC 9(08) VALUE 0.
           05 WS-PROXIMO-PERIODICO    PIC 9(08) VALUE 0.
           05 WS-RETORNO-PENDENTE     PIC 9(08) VALUE 0.
           05 WS-DATA-VENCIMENTO      PIC 9(08) VALUE 0.
           05 WS-MOTIVO-VENCIMENTO    PIC X(18) VALUE SPACES.

       01  WS-DEPTO-ATUAL             PIC X(04) VALUE SPACES.

       01  WS-CONTADORES.
           05 WS-QTD-DEPTO            PIC 9(05) COMP VALUE 0.
           05 WS-QTD-A-VENCER         PIC 9(05) COMP VALUE 0.
           05 WS-QTD-VENCIDOS         PIC 9(05) COMP VALUE 0.

       01  WS-QTD-EDITADA             PIC ZZ.ZZ9.

           COPY SEGLINKC.

           COPY MSGGRVC.

       01  CAB1A.
           05 FILLER       PIC X(120) VALUE ALL '-'.

       01  CAB2A.
           05 FILLER       PIC X(52) VALUE
               'EXAMES OCUPACIONAIS (ASO) VENCIDOS E A VENCER ATE '.
           05 CAB2A-LIMITE PIC 9999/99/99.

       01  CAB3A.
           05 FILLER       PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 CAB3A-DEPTO  PIC X(04).
           05 FILLER       PIC X(03) VALUE ' - '.
           05 CAB3A-NOME   PIC X(30).

       01  CAB4A.
           05 FILLER       PIC X(08) VALUE 'MATRIC.'.
           05 FILLER       PIC X(32) VALUE 'NOME'.
           05 FILLER       PIC X(07) VALUE 'CARGO'.
           05 FILLER       PIC X(14) VALUE 'ULTIMO EXAME'.
           05 FILLER       PIC X(20) VALUE 'EXAME DEVIDO'.
           05 FILLER       PIC X(12) VALUE 'VENCE EM'.
           05 FILLER       PIC X(08) VALUE 'SITUACAO'.

       01  DET1A.
           05 DET1A-MATRICULA PIC 9(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1A-NOME   PIC X(30).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1A-CARGO  PIC X(04).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1A-ULTIMO PIC 9999/99/99.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 DET1A-MOTIVO PIC X(18).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1A-VENCIMENTO PIC 9999/99/99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1A-SITUACAO PIC X(08).

       01  TOT1A.
           05 FILLER       PIC X(30) VALUE
               '  TOTAL DO DEPARTAMENTO......:'.
           05 TOT1A-QTD    PIC ZZ.ZZ9.

       01  TOT2A.
           05 FILLER       PIC X(30) VALUE
               'TOTAL VENCIDOS...............:'.
           05 TOT2A-VENCIDOS PIC ZZ.ZZ9.
           05 FILLER       PIC X(16) VALUE '   A VENCER....:'.
           05 TOT2A-A-VENCER PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
               UNTIL WS-SAIR-DO-MENU.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - identifica o operador e abre os arquivos
      * (criando ASO na primeira execucao).
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'CADASO' TO SEG-PROGRAMA.
           MOVE 1        TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'N' TO WS-CONTINUA
               GO TO 1000-EXIT
           END-IF.
           MOVE SEG-USUARIO TO WS-OPERADOR.
           OPEN I-O ASO-ARQ.
           IF WS-ASO-STATUS = '35'
               OPEN OUTPUT ASO-ARQ
               CLOSE ASO-ARQ
               OPEN I-O ASO-ARQ
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'CADASO: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'N' TO WS-CONTINUA
           END-IF.
           OPEN INPUT CARGOS-ARQ.
           IF WS-CARGOS-STATUS = '00'
               MOVE 'S' TO WS-CARGOS-OK
           END-IF.
           OPEN INPUT DEPTOS-ARQ.
           IF WS-DEPTOS-STATUS = '00'
               MOVE 'S' TO WS-DEPTOS-OK
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXIBIR-MENU - le a opcao do usuario e direciona para a
      * rotina correspondente.
      ******************************************************************
       2000-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '=== EXAMES MEDICOS OCUPACIONAIS (ASO) ==='.
           DISPLAY '1 - REGISTRAR EXAME'.
           DISPLAY '2 - LISTAR EXAMES DO FUNCIONARIO'.
           DISPLAY '3 - RELATORIO DE EXAMES VENCIDOS E A VENCER'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM 3000-REGISTRAR-EXAME THRU 3000-EXIT
               WHEN 2 PERFORM 4000-LISTAR THRU 4000-EXIT
               WHEN 3 PERFORM 5000-RELATORIO THRU 5000-EXIT
               WHEN 9 MOVE 'N' TO WS-CONTINUA
               WHEN OTHER DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REGISTRAR-EXAME - grava um exame realizado. O exame de
      * retorno completa o pendente deixado pelo CADAFAST, se houver;
      * o demissional e aceito tambem para funcionario ja desligado.
      ******************************************************************
       3000-REGISTRAR-EXAME.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   DISPLAY 'CADASO: FUNCIONARIO NAO ENCONTRADO'
                   GO TO 3000-EXIT
           END-READ.
           DISPLAY 'FUNCIONARIO....: ' EMP-NOME.
           DISPLAY 'TIPO (A=ADMISSIONAL P=PERIODICO R=RETORNO '
               'F=MUDANCA DE FUNCAO D=DEMISSIONAL): '
               WITH NO ADVANCING.
           ACCEPT WS-TIPO-EXAME.
           MOVE WS-TIPO-EXAME TO ASO-TIPO.
           IF NOT ASO-TIPO-VALIDO
               DISPLAY 'CADASO: TIPO INVALIDO - OPERACAO REJEITADA'
               GO TO 3000-EXIT
           END-IF.
           IF EMP-DESLIGADO AND NOT ASO-DEMISSIONAL
               DISPLAY 'CADASO: FUNCIONARIO DESLIGADO - SO EXAME '
                   'DEMISSIONAL'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 6000-VARRER-EXAMES THRU 6000-EXIT.
           IF WS-TIPO-EXAME = 'R' AND WS-SEQ-PENDENTE NOT = 0
               MOVE EMP-MATRICULA   TO ASO-MATRICULA
               MOVE WS-SEQ-PENDENTE TO ASO-SEQUENCIA
               READ ASO-ARQ
                   INVALID KEY
                       DISPLAY 'CADASO: ERRO AO RELER O EXAME '
                           'PENDENTE'
                       GO TO 3000-EXIT
               END-READ
               DISPLAY 'CADASO: COMPLETANDO O RETORNO PENDENTE - SEQ. '
                   ASO-SEQUENCIA ' (EXIGIDO DESDE ' ASO-DATA-PROXIMO ')'
           ELSE
               IF WS-ULTIMA-SEQ = 999
                   DISPLAY 'CADASO: MATRICULA SEM SEQUENCIA LIVRE'
                   GO TO 3000-EXIT
               END-IF
               MOVE SPACES TO ASO-REGISTRO
               MOVE EMP-MATRICULA TO ASO-MATRICULA
               COMPUTE ASO-SEQUENCIA = WS-ULTIMA-SEQ + 1
               MOVE WS-TIPO-EXAME TO ASO-TIPO
               MOVE 0 TO ASO-AFA-SEQUENCIA
           END-IF.
           DISPLAY 'DATA DO EXAME (AAAAMMDD).........: '
               WITH NO ADVANCING.
           ACCEPT ASO-DATA-EXAME.
           IF ASO-DATA-EXAME = 0
               OR ASO-DATA-EXAME > WS-DATA-SISTEMA
               DISPLAY 'CADASO: DATA DO EXAME INVALIDA - OPERACAO '
                   'REJEITADA'
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'RESULTADO (A=APTO I=INAPTO)......: '
               WITH NO ADVANCING.
           ACCEPT ASO-RESULTADO.
           IF NOT ASO-RESULTADO-VALIDO
               DISPLAY 'CADASO: RESULTADO INVALIDO - OPERACAO '
                   'REJEITADA'
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'MEDICO...........................: '
               WITH NO ADVANCING.
           ACCEPT ASO-MEDICO.
           DISPLAY 'CRM..............................: '
               WITH NO ADVANCING.
           ACCEPT ASO-CRM.
           IF ASO-MEDICO = SPACES OR ASO-CRM = SPACES
               DISPLAY 'CADASO: MEDICO E CRM OBRIGATORIOS - OPERACAO '
                   'REJEITADA'
               GO TO 3000-EXIT
           END-IF.
           IF ASO-DEMISSIONAL
               MOVE 0 TO ASO-DATA-PROXIMO
           ELSE
               PERFORM 3500-APURAR-PERIODICIDADE THRU 3500-EXIT
               PERFORM 3600-CALCULAR-PROXIMO THRU 3600-EXIT
           END-IF.
           MOVE 'R'         TO ASO-SITUACAO.
           MOVE WS-OPERADOR TO ASO-OPERADOR.
           IF WS-TIPO-EXAME = 'R' AND WS-SEQ-PENDENTE NOT = 0
               REWRITE ASO-REGISTRO
                   INVALID KEY
                       DISPLAY 'CADASO: ERRO AO GRAVAR O EXAME'
                       GO TO 3000-EXIT
               END-REWRITE
           ELSE
               WRITE ASO-REGISTRO
                   INVALID KEY
                       DISPLAY 'CADASO: ERRO AO GRAVAR O EXAME'
                       GO TO 3000-EXIT
               END-WRITE
           END-IF.
           DISPLAY 'CADASO: EXAME REGISTRADO - SEQ. ' ASO-SEQUENCIA.
           IF ASO-DATA-PROXIMO NOT = 0
               DISPLAY 'PROXIMO PERIODICO: ' ASO-DATA-PROXIMO
           END-IF.
           IF ASO-INAPTO
               DISPLAY 'CADASO: FUNCIONARIO INAPTO - COMUNIQUE O '
                   'GESTOR E A MEDICINA DO TRABALHO'
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-APURAR-PERIODICIDADE - meses entre periodicos pelo cargo
      * do funcionario; sem periodicidade propria (ou cargo nao
      * encontrado), o padrao - 12 meses com adicional de risco, 24
      * sem.
      ******************************************************************
       3500-APURAR-PERIODICIDADE.
           MOVE WS-MESES-PADRAO-RISCO TO WS-MESES-PERIODICIDADE.
           IF NOT WS-CARGOS-DISPONIVEL
               GO TO 3500-EXIT
           END-IF.
           MOVE EMP-CARGO TO CRG-CODIGO.
           READ CARGOS-ARQ
               INVALID KEY
                   GO TO 3500-EXIT
           END-READ.
           IF CRG-PERIODICIDADE-ASO NUMERIC
               AND CRG-PERIODICIDADE-ASO > 0
               MOVE CRG-PERIODICIDADE-ASO TO WS-MESES-PERIODICIDADE
               GO TO 3500-EXIT
           END-IF.
           IF CRG-SEM-ADICIONAL
               MOVE WS-MESES-PADRAO TO WS-MESES-PERIODICIDADE
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-CALCULAR-PROXIMO - data do exame mais a periodicidade em
      * meses; dia que nao existe no mes de destino vira o ultimo dia
      * do mes.
      ******************************************************************
       3600-CALCULAR-PROXIMO.
           MOVE ASO-DATA-EXAME TO WS-DATA-CALCULO.
           COMPUTE WS-MESES-CORRIDOS =
               WS-CALC-MES - 1 + WS-MESES-PERIODICIDADE.
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-ANO-QUOCIENTE
               REMAINDER WS-CALC-MES.
           ADD 1 TO WS-CALC-MES.
           ADD WS-ANO-QUOCIENTE TO WS-CALC-ANO.
           PERFORM 7900-APURAR-DIAS-DO-MES THRU 7900-EXIT.
           IF WS-CALC-DIA > WS-DIAS-DO-MES
               MOVE WS-DIAS-DO-MES TO WS-CALC-DIA
           END-IF.
           MOVE WS-DATA-CALCULO TO ASO-DATA-PROXIMO.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LISTAR - lista os exames da matricula.
      ******************************************************************
       4000-LISTAR.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT EMP-MATRICULA.
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM 6100-POSICIONAR-EXAMES THRU 6100-EXIT.
           PERFORM 4100-LISTAR-UM THRU 4100-EXIT
               UNTIL FIM-DOS-EXAMES.
           DISPLAY 'TOTAL DE EXAMES: ' WS-QTD-LISTADOS.
       4000-EXIT.
           EXIT.

       4100-LISTAR-UM.
           DISPLAY ASO-SEQUENCIA ' ' ASO-TIPO ' ' ASO-SITUACAO ' '
               ASO-DATA-EXAME ' ' ASO-RESULTADO ' ' ASO-MEDICO ' '
               ASO-CRM ' PROX.' ASO-DATA-PROXIMO.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM 6900-LER-PROXIMO-EXAME THRU 6900-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RELATORIO - percorre os funcionarios ativos por
      * departamento e lista os exames vencidos e os que vencem ate
      * WS-DIAS-ANTECEDENCIA dias a frente, com total por
      * departamento; havendo vencidos, deixa o alerta na caixa
      * MSGREG.
      ******************************************************************
       5000-RELATORIO.
           MOVE 0 TO WS-QTD-A-VENCER.
           MOVE 0 TO WS-QTD-VENCIDOS.
           MOVE 0 TO WS-QTD-DEPTO.
           MOVE SPACES TO WS-DEPTO-ATUAL.
           MOVE WS-DATA-SISTEMA TO WS-DATA-CALCULO.
           MOVE 0 TO WS-CONTADOR-DIAS.
           PERFORM 7800-SOMAR-UM-DIA THRU 7800-EXIT
               UNTIL WS-CONTADOR-DIAS NOT < WS-DIAS-ANTECEDENCIA.
           MOVE WS-DATA-CALCULO TO WS-DATA-LIMITE.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING 'CADASO-'             DELIMITED BY SIZE
                  WS-DATA-SISTEMA       DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'CADASO: ERRO AO ABRIR O ARQUIVO DE IMPRESSAO '
                   '- STATUS ' WS-RELATORIO-STATUS
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-DATA-LIMITE TO CAB2A-LIMITE.
           MOVE CAB1A TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2A TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1A TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO EMP-DEPARTAMENTO.
           START EMPREG-ARQ KEY IS NOT LESS THAN EMP-DEPARTAMENTO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 5100-AVALIAR-FUNCIONARIO THRU 5100-EXIT
               UNTIL FIM-DO-ARQUIVO.
           IF WS-QTD-DEPTO > 0
               PERFORM 5400-TOTALIZAR-DEPTO THRU 5400-EXIT
           END-IF.
           MOVE CAB1A TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-VENCIDOS TO TOT2A-VENCIDOS.
           MOVE WS-QTD-A-VENCER TO TOT2A-A-VENCER.
           MOVE TOT2A TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-ARQ.
           IF WS-QTD-VENCIDOS > 0
               PERFORM 5500-ALERTAR-VENCIDOS THRU 5500-EXIT
           END-IF.
           DISPLAY 'CADASO: RELATORIO GRAVADO EM ' WS-NOME-RELATORIO.
       5000-EXIT.
           EXIT.

       5100-AVALIAR-FUNCIONARIO.
           READ EMPREG-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 5100-EXIT
           END-READ.
           IF WS-EMPREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 5100-EXIT
           END-IF.
           IF NOT EMP-ATIVO
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5200-APURAR-VENCIMENTO THRU 5200-EXIT.
           IF WS-DATA-VENCIMENTO = 0
               OR WS-DATA-VENCIMENTO > WS-DATA-LIMITE
               GO TO 5100-EXIT
           END-IF.
           IF EMP-DEPARTAMENTO NOT = WS-DEPTO-ATUAL
               IF WS-QTD-DEPTO > 0
                   PERFORM 5400-TOTALIZAR-DEPTO THRU 5400-EXIT
               END-IF
               PERFORM 5300-CABECALHO-DEPTO THRU 5300-EXIT
           END-IF.
           MOVE EMP-MATRICULA        TO DET1A-MATRICULA.
           MOVE EMP-NOME             TO DET1A-NOME.
           MOVE EMP-CARGO            TO DET1A-CARGO.
           MOVE WS-DATA-ULTIMO-EXAME TO DET1A-ULTIMO.
           MOVE WS-MOTIVO-VENCIMENTO TO DET1A-MOTIVO.
           MOVE WS-DATA-VENCIMENTO   TO DET1A-VENCIMENTO.
           IF WS-DATA-VENCIMENTO < WS-DATA-SISTEMA
               MOVE 'VENCIDO' TO DET1A-SITUACAO
               ADD 1 TO WS-QTD-VENCIDOS
           ELSE
               MOVE 'A VENCER' TO DET1A-SITUACAO
               ADD 1 TO WS-QTD-A-VENCER
           END-IF.
           MOVE DET1A TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-QTD-DEPTO.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-APURAR-VENCIMENTO - pelos exames da matricula, o exame
      * devido e quando vence: retorno pendente do CADAFAST primeiro;
      * sem nenhum exame realizado, o admissional, vencido desde a
      * admissao; senao, o proximo periodico do ultimo exame.
      ******************************************************************
       5200-APURAR-VENCIMENTO.
           MOVE 0 TO WS-DATA-ULTIMO-EXAME.
           MOVE 0 TO WS-PROXIMO-PERIODICO.
           MOVE 0 TO WS-RETORNO-PENDENTE.
           MOVE 0 TO WS-DATA-VENCIMENTO.
           MOVE SPACES TO WS-MOTIVO-VENCIMENTO.
           PERFORM 6100-POSICIONAR-EXAMES THRU 6100-EXIT.
           PERFORM 5250-GUARDAR-EXAME THRU 5250-EXIT
               UNTIL FIM-DOS-EXAMES.
           EVALUATE TRUE
               WHEN WS-RETORNO-PENDENTE NOT = 0
                   MOVE WS-RETORNO-PENDENTE TO WS-DATA-VENCIMENTO
                   MOVE 'RETORNO PENDENTE' TO WS-MOTIVO-VENCIMENTO
               WHEN WS-DATA-ULTIMO-EXAME = 0
                   MOVE EMP-DATA-ADMISSAO TO WS-DATA-VENCIMENTO
                   MOVE 'SEM ADMISSIONAL' TO WS-MOTIVO-VENCIMENTO
               WHEN OTHER
                   MOVE WS-PROXIMO-PERIODICO TO WS-DATA-VENCIMENTO
                   MOVE 'PERIODICO' TO WS-MOTIVO-VENCIMENTO
           END-EVALUATE.
       5200-EXIT.
           EXIT.

       5250-GUARDAR-EXAME.
           IF ASO-PENDENTE
               IF WS-RETORNO-PENDENTE = 0
                   OR ASO-DATA-PROXIMO < WS-RETORNO-PENDENTE
                   MOVE ASO-DATA-PROXIMO TO WS-RETORNO-PENDENTE
               END-IF
           ELSE
               IF ASO-DATA-EXAME NOT < WS-DATA-ULTIMO-EXAME
                   MOVE ASO-DATA-EXAME   TO WS-DATA-ULTIMO-EXAME
                   MOVE ASO-DATA-PROXIMO TO WS-PROXIMO-PERIODICO
               END-IF
           END-IF.
           PERFORM 6900-LER-PROXIMO-EXAME THRU 6900-EXIT.
       5250-EXIT.
           EXIT.

       5300-CABECALHO-DEPTO.
           MOVE EMP-DEPARTAMENTO TO WS-DEPTO-ATUAL.
           MOVE 0 TO WS-QTD-DEPTO.
           MOVE EMP-DEPARTAMENTO TO CAB3A-DEPTO.
           MOVE SPACES TO CAB3A-NOME.
           IF WS-DEPTOS-DISPONIVEL
               MOVE EMP-DEPARTAMENTO TO DEP-CODIGO
               READ DEPTOS-ARQ
                   NOT INVALID KEY
                       MOVE DEP-NOME TO CAB3A-NOME
               END-READ
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3A TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB4A TO REL-LINHA.
           WRITE REL-LINHA.
       5300-EXIT.
           EXIT.

       5400-TOTALIZAR-DEPTO.
           MOVE WS-QTD-DEPTO TO TOT1A-QTD.
           MOVE TOT1A TO REL-LINHA.
           WRITE REL-LINHA.
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 5500-ALERTAR-VENCIDOS - deixa na caixa MSGREG o aviso urgente
      * dos exames ocupacionais vencidos.
      ******************************************************************
       5500-ALERTAR-VENCIDOS.
           MOVE WS-QTD-VENCIDOS TO WS-QTD-EDITADA.
           MOVE 'OPERACAO' TO GRV-DESTINATARIO.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'CADASO: '            DELIMITED BY SIZE
                  WS-QTD-EDITADA        DELIMITED BY SIZE
                  ' FUNCIONARIO(S) COM ASO VENCIDO - VER '
                                        DELIMITED BY SIZE
                  WS-NOME-RELATORIO     DELIMITED BY SIZE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'U' TO GRV-PRIORIDADE.
           CALL 'MSGGRAV' USING GRV-PARAMETROS.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-VARRER-EXAMES - percorre os exames da matricula corrente
      * guardando a maior sequencia usada e a do retorno pendente, se
      * houver.
      ******************************************************************
       6000-VARRER-EXAMES.
           MOVE 0 TO WS-ULTIMA-SEQ.
           MOVE 0 TO WS-SEQ-PENDENTE.
           PERFORM 6100-POSICIONAR-EXAMES THRU 6100-EXIT.
           PERFORM 6200-GUARDAR-SEQ THRU 6200-EXIT
               UNTIL FIM-DOS-EXAMES.
       6000-EXIT.
           EXIT.

       6100-POSICIONAR-EXAMES.
           MOVE 'N' TO WS-FIM-ASO.
           MOVE EMP-MATRICULA TO ASO-MATRICULA.
           MOVE 0 TO ASO-SEQUENCIA.
           START ASO-ARQ KEY IS NOT LESS THAN ASO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ASO
           END-START.
           IF WS-ASO-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ASO
           END-IF.
           IF NOT FIM-DOS-EXAMES
               PERFORM 6900-LER-PROXIMO-EXAME THRU 6900-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6200-GUARDAR-SEQ.
           MOVE ASO-SEQUENCIA TO WS-ULTIMA-SEQ.
           IF ASO-PENDENTE AND ASO-RETORNO
               AND WS-SEQ-PENDENTE = 0
               MOVE ASO-SEQUENCIA TO WS-SEQ-PENDENTE
           END-IF.
           PERFORM 6900-LER-PROXIMO-EXAME THRU 6900-EXIT.
       6200-EXIT.
           EXIT.

       6900-LER-PROXIMO-EXAME.
           READ ASO-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ASO
           END-READ.
           IF WS-ASO-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ASO
           END-IF.
           IF NOT FIM-DOS-EXAMES
               AND ASO-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-ASO
           END-IF.
       6900-EXIT.
           EXIT.

      * 7800-SOMAR-UM-DIA - avanca WS-DATA-CALCULO em um dia, virando
      * mes e ano.
       7800-SOMAR-UM-DIA.
           PERFORM 7900-APURAR-DIAS-DO-MES THRU 7900-EXIT.
           ADD 1 TO WS-CALC-DIA.
           IF WS-CALC-DIA > WS-DIAS-DO-MES
               MOVE 1 TO WS-CALC-DIA
               ADD 1 TO WS-CALC-MES
               IF WS-CALC-MES > 12
                   MOVE 1 TO WS-CALC-MES
                   ADD 1 TO WS-CALC-ANO
               END-IF
           END-IF.
           ADD 1 TO WS-CONTADOR-DIAS.
       7800-EXIT.
           EXIT.

      * 7900-APURAR-DIAS-DO-MES - dias do mes de WS-DATA-CALCULO.
       7900-APURAR-DIAS-DO-MES.
           MOVE WS-DIAS-MES (WS-CALC-MES) TO WS-DIAS-DO-MES.
           IF WS-CALC-MES = 2
               DIVIDE WS-CALC-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO
               IF WS-ANO-RESTO = 0
                   MOVE 29 TO WS-DIAS-DO-MES
               END-IF
           END-IF.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT SEG-ACESSO-LIBERADO
               GO TO 9000-EXIT
           END-IF.
           CLOSE ASO-ARQ.
           CLOSE EMPREG-ARQ.
           IF WS-CARGOS-DISPONIVEL
               CLOSE CARGOS-ARQ
           END-IF.
           IF WS-DEPTOS-DISPONIVEL
               CLOSE DEPTOS-ARQ
           END-IF.
       9000-EXIT.
           EXIT.
