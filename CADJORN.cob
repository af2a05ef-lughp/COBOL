       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADJORN.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Manutencao do arquivo mestre de jornadas/escalas
      *             (JORNADA) - codigo, descricao, tipo (semanal ou
      *             escala 12x36), horas por dia, horas por semana,
      *             divisor mensal do valor-hora e janela do turno -
      *             no mesmo molde do CADCARGO. E a jornada do
      *             funcionario (EMP-JORNADA, digitada no CADFUNC) que
      *             o APURAPON usa para as horas esperadas, as extras e
      *             o valor-hora; funcionario sem jornada fica no
      *             padrao de 44 horas semanais e divisor 220.
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
           SELECT JORNADA-ARQ
               ASSIGN TO "JORNADA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOR-CODIGO
               FILE STATUS IS WS-JORNADA-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  JORNADA-ARQ
           LABEL RECORD IS STANDARD.
           COPY JORNADC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-JORNADA-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-CONTINUA             PIC X(01) VALUE 'S'.
               88 WS-SAIR-DO-MENU     VALUE 'N'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-EM-USO               PIC X(01) VALUE 'N'.
               88 WS-JORNADA-EM-USO   VALUE 'S'.
           05 WS-DADOS-OK             PIC X(01) VALUE 'S'.
               88 WS-JORNADA-VALIDA   VALUE 'S'.

      * Janela do turno digitada como HHMM, redefinida para conferir
      * hora e minuto.
       01  WS-HORARIO                 PIC 9(04) VALUE 0.
       01  WS-HORARIO-R REDEFINES WS-HORARIO.
           05 WS-HORARIO-HH           PIC 9(02).
           05 WS-HORARIO-MM           PIC 9(02).

       01  WS-OPCAO                   PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
               UNTIL WS-SAIR-DO-MENU.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - abre o mestre de jornadas em modo de
      * atualizacao (criando-o se ainda nao existir) e o mestre de
      * funcionarios para a verificacao de uso na exclusao.
      ******************************************************************
       1000-INICIALIZAR.
           OPEN I-O JORNADA-ARQ.
           IF WS-JORNADA-STATUS = '35'
               OPEN OUTPUT JORNADA-ARQ
               CLOSE JORNADA-ARQ
               OPEN I-O JORNADA-ARQ
           END-IF.
           OPEN INPUT EMPREG-ARQ.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXIBIR-MENU - le a opcao do usuario e direciona para a
      * rotina de manutencao correspondente.
      ******************************************************************
       2000-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '=== MANUTENCAO DE JORNADAS/ESCALAS ==='.
           DISPLAY '1 - INCLUIR JORNADA'.
           DISPLAY '2 - ALTERAR JORNADA'.
           DISPLAY '3 - EXCLUIR JORNADA'.
           DISPLAY '4 - CONSULTAR JORNADA'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM 3000-INCLUIR THRU 3000-EXIT
               WHEN 2 PERFORM 4000-ALTERAR THRU 4000-EXIT
               WHEN 3 PERFORM 5000-EXCLUIR THRU 5000-EXIT
               WHEN 4 PERFORM 6000-CONSULTAR THRU 6000-EXIT
               WHEN 9 MOVE 'N' TO WS-CONTINUA
               WHEN OTHER DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INCLUIR - grava uma nova jornada, depois de conferidos os
      * dados digitados.
      ******************************************************************
       3000-INCLUIR.
           MOVE SPACES TO JOR-REGISTRO.
           DISPLAY 'CODIGO.........: ' WITH NO ADVANCING.
           ACCEPT JOR-CODIGO.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-JORNADA-VALIDA
               GO TO 3000-EXIT
           END-IF.
           WRITE JOR-REGISTRO
               INVALID KEY
                   DISPLAY 'CADJORN: CODIGO JA CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'CADJORN: JORNADA INCLUIDA'
           END-WRITE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-OBTER-DADOS - le descricao, tipo, horas, divisor e janela
      * do turno. Divisor zerado assume horas por semana x 5 (44h da
      * 220, 30h da 150, 36h da 180). Qualquer dado fora de faixa
      * rejeita a operacao em curso.
      ******************************************************************
       3500-OBTER-DADOS.
           MOVE 'S' TO WS-DADOS-OK.
           DISPLAY 'DESCRICAO......: ' WITH NO ADVANCING.
           ACCEPT JOR-DESCRICAO.
           DISPLAY 'TIPO (S=SEMANAL E=ESCALA 12X36): '
               WITH NO ADVANCING.
           ACCEPT JOR-TIPO.
           DISPLAY 'HORAS POR DIA..: ' WITH NO ADVANCING.
           ACCEPT JOR-HORAS-DIA.
           DISPLAY 'HORAS SEMANA...: ' WITH NO ADVANCING.
           ACCEPT JOR-HORAS-SEMANA.
           DISPLAY 'DIVISOR MENSAL (0=SEMANA X 5): ' WITH NO ADVANCING.
           ACCEPT JOR-DIVISOR.
           DISPLAY 'INICIO TURNO (HHMM): ' WITH NO ADVANCING.
           ACCEPT JOR-INICIO-TURNO.
           DISPLAY 'FIM TURNO (HHMM)...: ' WITH NO ADVANCING.
           ACCEPT JOR-FIM-TURNO.
           IF NOT JOR-SEMANAL AND NOT JOR-ESCALA
               DISPLAY 'CADJORN: TIPO INVALIDO - OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF JOR-HORAS-DIA = 0 OR JOR-HORAS-DIA > 12
               DISPLAY 'CADJORN: HORAS POR DIA FORA DE 1 A 12 - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF JOR-HORAS-SEMANA = 0 OR JOR-HORAS-SEMANA > 44
               DISPLAY 'CADJORN: HORAS SEMANA FORA DE 1 A 44 - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF JOR-HORAS-DIA > JOR-HORAS-SEMANA
               DISPLAY 'CADJORN: HORAS POR DIA MAIOR QUE A SEMANA - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF JOR-DIVISOR = 0
               COMPUTE JOR-DIVISOR = JOR-HORAS-SEMANA * 5
               DISPLAY 'CADJORN: DIVISOR ASSUMIDO ' JOR-DIVISOR
           END-IF.
           MOVE JOR-INICIO-TURNO TO WS-HORARIO.
           PERFORM 3550-CONFERIR-HORARIO THRU 3550-EXIT.
           IF NOT WS-JORNADA-VALIDA
               GO TO 3500-EXIT
           END-IF.
           MOVE JOR-FIM-TURNO TO WS-HORARIO.
           PERFORM 3550-CONFERIR-HORARIO THRU 3550-EXIT.
       3500-EXIT.
           EXIT.

       3550-CONFERIR-HORARIO.
           IF WS-HORARIO-HH > 23 OR WS-HORARIO-MM > 59
               DISPLAY 'CADJORN: HORARIO DO TURNO INVALIDO ('
                   WS-HORARIO ') - OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
           END-IF.
       3550-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ALTERAR - atualiza os dados de uma jornada existente. A
      * alteracao vale para a proxima apuracao do APURAPON; horas ja
      * apuradas no HORASEXT nao sao refeitas.
      ******************************************************************
       4000-ALTERAR.
           DISPLAY 'CODIGO.........: ' WITH NO ADVANCING.
           ACCEPT JOR-CODIGO.
           READ JORNADA-ARQ
               INVALID KEY
                   DISPLAY 'CADJORN: JORNADA NAO ENCONTRADA'
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY 'DESCRICAO ATUAL: ' JOR-DESCRICAO.
           DISPLAY 'TIPO ATUAL.....: ' JOR-TIPO.
           DISPLAY 'HORAS DIA ATUAL: ' JOR-HORAS-DIA.
           DISPLAY 'HORAS SEM.ATUAL: ' JOR-HORAS-SEMANA.
           DISPLAY 'DIVISOR ATUAL..: ' JOR-DIVISOR.
           DISPLAY 'TURNO ATUAL....: ' JOR-INICIO-TURNO ' A '
               JOR-FIM-TURNO.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-JORNADA-VALIDA
               GO TO 4000-EXIT
           END-IF.
           REWRITE JOR-REGISTRO
               INVALID KEY
                   DISPLAY 'CADJORN: ERRO AO ALTERAR'
               NOT INVALID KEY
                   DISPLAY 'CADJORN: JORNADA ALTERADA'
           END-REWRITE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EXCLUIR - remove uma jornada, desde que nenhum funcionario
      * ativo ainda esteja nela.
      ******************************************************************
       5000-EXCLUIR.
           DISPLAY 'CODIGO.........: ' WITH NO ADVANCING.
           ACCEPT JOR-CODIGO.
           READ JORNADA-ARQ
               INVALID KEY
                   DISPLAY 'CADJORN: JORNADA NAO ENCONTRADA'
                   GO TO 5000-EXIT
           END-READ.
           PERFORM 5500-VERIFICAR-USO THRU 5500-EXIT.
           IF WS-JORNADA-EM-USO
               DISPLAY 'CADJORN: HA FUNCIONARIO ATIVO NA JORNADA - '
                   'EXCLUSAO NAO PERMITIDA'
               GO TO 5000-EXIT
           END-IF.
           DELETE JORNADA-ARQ
               INVALID KEY
                   DISPLAY 'CADJORN: ERRO AO EXCLUIR'
               NOT INVALID KEY
                   DISPLAY 'CADJORN: JORNADA EXCLUIDA'
           END-DELETE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-VERIFICAR-USO - percorre o mestre de funcionarios e liga
      * WS-JORNADA-EM-USO se algum funcionario ativo ainda estiver na
      * jornada que se quer excluir.
      ******************************************************************
       5500-VERIFICAR-USO.
           MOVE 'N' TO WS-EM-USO.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE 0 TO EMP-MATRICULA.
           START EMPREG-ARQ KEY IS NOT LESS THAN EMP-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           IF WS-EMPREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
           IF NOT FIM-DO-ARQUIVO
               PERFORM 5900-LER-PROXIMO-EMP THRU 5900-EXIT
           END-IF.
           PERFORM 5600-TESTAR-USO THRU 5600-EXIT
               UNTIL FIM-DO-ARQUIVO OR WS-JORNADA-EM-USO.
       5500-EXIT.
           EXIT.

       5600-TESTAR-USO.
           IF EMP-ATIVO AND EMP-JORNADA = JOR-CODIGO
               MOVE 'S' TO WS-EM-USO
           ELSE
               PERFORM 5900-LER-PROXIMO-EMP THRU 5900-EXIT
           END-IF.
       5600-EXIT.
           EXIT.

       5900-LER-PROXIMO-EMP.
           READ EMPREG-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-EMPREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CONSULTAR - exibe os dados de uma jornada.
      ******************************************************************
       6000-CONSULTAR.
           DISPLAY 'CODIGO.........: ' WITH NO ADVANCING.
           ACCEPT JOR-CODIGO.
           READ JORNADA-ARQ
               INVALID KEY
                   DISPLAY 'CADJORN: JORNADA NAO ENCONTRADA'
                   GO TO 6000-EXIT
           END-READ.
           DISPLAY 'DESCRICAO......: ' JOR-DESCRICAO.
           DISPLAY 'TIPO...........: ' JOR-TIPO.
           DISPLAY 'HORAS POR DIA..: ' JOR-HORAS-DIA.
           DISPLAY 'HORAS SEMANA...: ' JOR-HORAS-SEMANA.
           DISPLAY 'DIVISOR MENSAL.: ' JOR-DIVISOR.
           DISPLAY 'TURNO..........: ' JOR-INICIO-TURNO ' A '
               JOR-FIM-TURNO.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE JORNADA-ARQ.
           CLOSE EMPREG-ARQ.
       9000-EXIT.
           EXIT.
