       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZ.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Batch de guarda de dados pessoais (LGPD). Para
      *             cada funcionario desligado ha mais que o prazo de
      *             guarda (padrao 5 anos, contado da data de
      *             desligamento do EMPREG):
      *             - EMPCOMP: CPF, endereco, telefone, e-mail e conta
      *               apagados, registro marcado como anonimizado;
      *             - DEPEND: nome do dependente trocado pelo texto
      *               fixo e data de nascimento zerada;
      *             - PONTO: marcacoes de ponto excluidas;
      *             - CONSFLOG: matricula dos acessos ao
      *               autoatendimento zerada (regravado em duas
      *               passadas, CONSFLOG -> CONSFLNV -> CONSFLOG, como
      *               o LIMPEZA faz com o EMPLOG).
      *             FOLHAHIS e EMPLOG ficam intactos (valores e trilha
      *             de auditoria sao guardados por obrigacao fiscal),
      *             assim como nome e matricula no EMPREG. Exige
      *             assinatura de supervisor; o modo S (simulacao) so
      *             lista o que seria apagado. Rode o SALVATUD antes
      *             de efetivar - nao ha volta.
      *
      * Historico de alteracoes:
      *   15/10/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Abertura do CONSFLNV e da regravacao do
      *                   CONSFLOG conferidas: com erro o CONSFLOG nao
      *                   e truncado e o job termina com codigo 16.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPREG-STATUS.

           SELECT EMPCOMP-ARQ
               ASSIGN TO "EMPCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECP-MATRICULA
               FILE STATUS IS WS-EMPCOMP-STATUS.

           SELECT DEPEND-ARQ
               ASSIGN TO "DEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPEND-STATUS.

           SELECT PONTO-ARQ
               ASSIGN TO "PONTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PON-CHAVE
               FILE STATUS IS WS-PONTO-STATUS.

           SELECT CONSFLOG-ARQ
               ASSIGN TO "CONSFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSFLOG-STATUS.

           SELECT CONSFLNV-ARQ
               ASSIGN TO "CONSFLNV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSFLNV-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  EMPCOMP-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPCOMPC.

       FD  DEPEND-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPENDC.

       FD  PONTO-ARQ
           LABEL RECORD IS STANDARD.
           COPY PONTOC.

      * CONSFLOG - log de acessos ao autoatendimento (layout do
      * CONSFUNC).
       FD  CONSFLOG-ARQ
           LABEL RECORD IS STANDARD.
       01  CFL-REGISTRO.
           05 CFL-DATA-HORA           PIC X(14).
           05 CFL-MATRICULA           PIC 9(06).
           05 CFL-RESULTADO           PIC X(01).
           05 FILLER                  PIC X(09).

       FD  CONSFLNV-ARQ
           LABEL RECORD IS STANDARD.
       01  CFLNV-REGISTRO             PIC X(30).

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-EMPCOMP-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPCOMP-OK           PIC X(01) VALUE 'N'.
               88 WS-EMPCOMP-DISPONIVEL VALUE 'S'.
           05 WS-DEPEND-STATUS        PIC X(02) VALUE '00'.
           05 WS-DEPEND-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPEND-DISPONIVEL VALUE 'S'.
           05 WS-PONTO-STATUS         PIC X(02) VALUE '00'.
           05 WS-PONTO-OK             PIC X(01) VALUE 'N'.
               88 WS-PONTO-DISPONIVEL VALUE 'S'.
           05 WS-CONSFLOG-STATUS      PIC X(02) VALUE '00'.
           05 WS-CONSFLNV-STATUS      PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-FIM-DEPEND           PIC X(01) VALUE 'N'.
               88 FIM-DOS-DEPENDENTES VALUE 'S'.
           05 WS-FIM-PONTO            PIC X(01) VALUE 'N'.
               88 FIM-DAS-MARCACOES   VALUE 'S'.
           05 WS-FIM-CONSFLOG         PIC X(01) VALUE 'N'.
               88 FIM-DO-CONSFLOG     VALUE 'S'.
           05 WS-ABERTOS              PIC X(01) VALUE 'N'.
               88 WS-ARQUIVOS-ABERTOS VALUE 'S'.
           05 WS-PRAZO                PIC X(01) VALUE 'N'.
               88 WS-PRAZO-VENCIDO    VALUE 'S'.
           05 WS-ERRO-CONSFLOG        PIC X(01) VALUE 'N'.
               88 WS-CONSFLOG-COM-ERRO VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-ANOS            PIC 9(02) VALUE 0.
           05 WS-PARM-MODO            PIC X(01) VALUE SPACES.
               88 WS-MODO-SIMULACAO   VALUE 'S'.
               88 WS-MODO-EFETIVAR    VALUE 'E'.

      * Prazo de guarda depois do desligamento, em anos, quando o
      * parametro vem zerado.
       01  WS-ANOS-PADRAO             PIC 9(02) VALUE 5.

      * Texto gravado no lugar do nome do dependente.
       01  WS-NOME-ANONIMO            PIC X(30) VALUE
           'DADOS ANONIMIZADOS'.

       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-DATA-CORTE              PIC 9(08) VALUE 0.
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05 WS-CORTE-ANO            PIC 9(04).
           05 WS-CORTE-MESDIA         PIC 9(04).

       01  WS-RELATORIO-STATUS        PIC X(02) VALUE '00'.
       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.

      * Contagem do funcionario corrente.
       01  WS-CONTAGEM-FUNCIONARIO.
           05 WS-FUNC-COMPLEMENTO     PIC 9(01) VALUE 0.
           05 WS-FUNC-DEPENDENTES     PIC 9(03) VALUE 0.
           05 WS-FUNC-MARCACOES       PIC 9(06) VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(06) COMP VALUE 0.
           05 WS-QTD-NO-PRAZO         PIC 9(06) COMP VALUE 0.
           05 WS-QTD-FUNCIONARIOS     PIC 9(06) COMP VALUE 0.
           05 WS-QTD-COMPLEMENTOS     PIC 9(06) COMP VALUE 0.
           05 WS-QTD-DEPENDENTES      PIC 9(06) COMP VALUE 0.
           05 WS-QTD-MARCACOES        PIC 9(07) COMP VALUE 0.
           05 WS-QTD-ACESSOS          PIC 9(07) COMP VALUE 0.

       01  WS-QTD-EDITADA             PIC ZZZ.ZZ9.

           COPY SEGLINKC.

           COPY MSGGRVC.

       01  CAB1Z.
           05 FILLER       PIC X(100) VALUE ALL '-'.

       01  CAB2Z.
           05 FILLER       PIC X(43) VALUE
               'ANONIMIZACAO DE DADOS PESSOAIS - DESLIGADOS'.
           05 FILLER       PIC X(05) VALUE ' ATE '.
           05 CAB2Z-CORTE  PIC 9(08).
           05 FILLER       PIC X(08) VALUE ' - MODO '.
           05 CAB2Z-MODO   PIC X(10).
           05 FILLER       PIC X(09) VALUE ' - OPER. '.
           05 CAB2Z-OPERADOR PIC X(08).

       01  CAB3Z.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(08) VALUE 'MATRIC.'.
           05 FILLER       PIC X(31) VALUE 'NOME'.
           05 FILLER       PIC X(14) VALUE 'DESLIGAMENTO'.
           05 FILLER       PIC X(13) VALUE 'COMPLEMENTO'.
           05 FILLER       PIC X(13) VALUE 'DEPENDENTES'.
           05 FILLER       PIC X(10) VALUE 'MARCACOES'.

       01  DET1Z.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1Z-MATRICULA PIC 9(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1Z-NOME   PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1Z-DESLIGAMENTO PIC 9(08).
           05 FILLER       PIC X(06) VALUE SPACES.
           05 DET1Z-COMPLEMENTO PIC X(03).
           05 FILLER       PIC X(10) VALUE SPACES.
           05 DET1Z-DEPENDENTES PIC ZZ9.
           05 FILLER       PIC X(07) VALUE SPACES.
           05 DET1Z-MARCACOES PIC ZZZ.ZZ9.

       01  TOT1Z.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 TOT1Z-DESCRICAO PIC X(40).
           05 TOT1Z-QTD    PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-FUNCIONARIO THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           IF WS-ARQUIVOS-ABERTOS
               PERFORM 5000-ANONIMIZAR-CONSFLOG THRU 5000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - exige assinatura de supervisor, le o prazo de
      * guarda e o modo, calcula a data de corte e abre os arquivos
      * (EMPREG obrigatorio; EMPCOMP, DEPEND e PONTO sao pulados se
      * nao existirem).
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'S' TO WS-FIM-ARQUIVO.
           MOVE 'ANONIMIZ' TO SEG-PROGRAMA.
           MOVE 2          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'PRAZO DE GUARDA EM ANOS (0 = 5)......: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-ANOS.
           IF WS-PARM-ANOS = 0
               MOVE WS-ANOS-PADRAO TO WS-PARM-ANOS
           END-IF.
           DISPLAY 'MODO (S = SIMULACAO, E = EFETIVAR)...: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-MODO.
           IF NOT WS-MODO-SIMULACAO AND NOT WS-MODO-EFETIVAR
               DISPLAY 'ANONIMIZ: MODO INVALIDO - ' WS-PARM-MODO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO WS-DATA-CORTE.
           SUBTRACT WS-PARM-ANOS FROM WS-CORTE-ANO.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'ANONIMIZ: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF WS-MODO-EFETIVAR
               OPEN I-O EMPCOMP-ARQ
               OPEN I-O DEPEND-ARQ
               OPEN I-O PONTO-ARQ
           ELSE
               OPEN INPUT EMPCOMP-ARQ
               OPEN INPUT DEPEND-ARQ
               OPEN INPUT PONTO-ARQ
           END-IF.
           IF WS-EMPCOMP-STATUS = '00'
               MOVE 'S' TO WS-EMPCOMP-OK
           ELSE
               DISPLAY 'ANONIMIZ: EMPCOMP INDISPONIVEL - STATUS '
                   WS-EMPCOMP-STATUS ' - ARQUIVO PULADO'
           END-IF.
           IF WS-DEPEND-STATUS = '00'
               MOVE 'S' TO WS-DEPEND-OK
           ELSE
               DISPLAY 'ANONIMIZ: DEPEND INDISPONIVEL - STATUS '
                   WS-DEPEND-STATUS ' - ARQUIVO PULADO'
           END-IF.
           IF WS-PONTO-STATUS = '00'
               MOVE 'S' TO WS-PONTO-OK
           ELSE
               DISPLAY 'ANONIMIZ: PONTO INDISPONIVEL - STATUS '
                   WS-PONTO-STATUS ' - ARQUIVO PULADO'
           END-IF.
           STRING 'ANONIMIZ-'          DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'ANONIMIZ: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               PERFORM 9100-FECHAR-CADASTROS THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-ABERTOS.
           MOVE WS-DATA-CORTE TO CAB2Z-CORTE.
           IF WS-MODO-EFETIVAR
               MOVE 'EFETIVACAO' TO CAB2Z-MODO
           ELSE
               MOVE 'SIMULACAO' TO CAB2Z-MODO
           END-IF.
           MOVE SEG-USUARIO TO CAB2Z-OPERADOR.
           MOVE CAB1Z TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2Z TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1Z TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3Z TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-FUNCIONARIO - desligado com o prazo de guarda
      * vencido tem os dados pessoais apagados nos quatro arquivos; sai
      * no relatorio quem teve alguma coisa apagada (rodada repetida
      * nao lista de novo quem ja foi anonimizado).
      ******************************************************************
       2000-PROCESSAR-FUNCIONARIO.
           ADD 1 TO WS-QTD-LIDOS.
           PERFORM 2100-VERIFICAR-PRAZO THRU 2100-EXIT.
           IF NOT WS-PRAZO-VENCIDO
               GO TO 2800-LER
           END-IF.
           ADD 1 TO WS-QTD-NO-PRAZO.
           MOVE 0 TO WS-FUNC-COMPLEMENTO.
           MOVE 0 TO WS-FUNC-DEPENDENTES.
           MOVE 0 TO WS-FUNC-MARCACOES.
           IF WS-EMPCOMP-DISPONIVEL
               PERFORM 3000-ANONIMIZAR-COMPLEMENTO THRU 3000-EXIT
           END-IF.
           IF WS-DEPEND-DISPONIVEL
               PERFORM 3100-ANONIMIZAR-DEPENDENTES THRU 3100-EXIT
           END-IF.
           IF WS-PONTO-DISPONIVEL
               PERFORM 3200-EXCLUIR-MARCACOES THRU 3200-EXIT
           END-IF.
           IF WS-FUNC-COMPLEMENTO = 0
               AND WS-FUNC-DEPENDENTES = 0
               AND WS-FUNC-MARCACOES = 0
               GO TO 2800-LER
           END-IF.
           ADD 1 TO WS-QTD-FUNCIONARIOS.
           MOVE EMP-MATRICULA         TO DET1Z-MATRICULA.
           MOVE EMP-NOME              TO DET1Z-NOME.
           MOVE EMP-DATA-DESLIGAMENTO TO DET1Z-DESLIGAMENTO.
           IF WS-FUNC-COMPLEMENTO > 0
               MOVE 'SIM' TO DET1Z-COMPLEMENTO
           ELSE
               MOVE 'NAO' TO DET1Z-COMPLEMENTO
           END-IF.
           MOVE WS-FUNC-DEPENDENTES   TO DET1Z-DEPENDENTES.
           MOVE WS-FUNC-MARCACOES     TO DET1Z-MARCACOES.
           MOVE DET1Z TO REL-LINHA.
           WRITE REL-LINHA.
       2800-LER.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-VERIFICAR-PRAZO - desligado com data de desligamento ate a
      * data de corte (hoje menos o prazo de guarda). Readmitido volta
      * a ativo e nao entra.
      ******************************************************************
       2100-VERIFICAR-PRAZO.
           MOVE 'N' TO WS-PRAZO.
           IF EMP-DESLIGADO
               AND EMP-DATA-DESLIGAMENTO > 0
               AND EMP-DATA-DESLIGAMENTO NOT > WS-DATA-CORTE
               MOVE 'S' TO WS-PRAZO
           END-IF.
       2100-EXIT.
           EXIT.

       2900-LER-PROXIMO.
           READ EMPREG-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-EMPREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ANONIMIZAR-COMPLEMENTO - apaga CPF, endereco, contato e
      * conta do EMPCOMP e marca o registro com a data.
      ******************************************************************
       3000-ANONIMIZAR-COMPLEMENTO.
           MOVE EMP-MATRICULA TO ECP-MATRICULA.
           READ EMPCOMP-ARQ
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ.
           IF ECP-DADOS-ANONIMIZADOS
               GO TO 3000-EXIT
           END-IF.
           MOVE 1 TO WS-FUNC-COMPLEMENTO.
           ADD 1 TO WS-QTD-COMPLEMENTOS.
           IF WS-MODO-SIMULACAO
               GO TO 3000-EXIT
           END-IF.
           MOVE 0               TO ECP-CPF.
           MOVE SPACES          TO ECP-ENDERECO.
           MOVE SPACES          TO ECP-TELEFONE.
           MOVE SPACES          TO ECP-EMAIL.
           MOVE 0               TO ECP-BANCO.
           MOVE 0               TO ECP-AGENCIA.
           MOVE 0               TO ECP-CONTA.
           MOVE SPACES          TO ECP-CONTA-DV.
           MOVE 'S'             TO ECP-ANONIMIZADO.
           MOVE WS-DATA-SISTEMA TO ECP-DATA-ANONIMIZACAO.
           REWRITE ECP-REGISTRO
               INVALID KEY
                   DISPLAY 'ANONIMIZ: ERRO AO REGRAVAR EMPCOMP '
                       ECP-MATRICULA ' - STATUS ' WS-EMPCOMP-STATUS
           END-REWRITE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-ANONIMIZAR-DEPENDENTES - troca o nome de cada dependente
      * pelo texto fixo e zera a data de nascimento (o tipo fica).
      ******************************************************************
       3100-ANONIMIZAR-DEPENDENTES.
           MOVE 'N' TO WS-FIM-DEPEND.
           MOVE EMP-MATRICULA TO DPD-MATRICULA.
           MOVE 0 TO DPD-SEQUENCIA.
           START DEPEND-ARQ KEY IS NOT LESS THAN DPD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-DEPEND
           END-START.
           PERFORM 3150-ANONIMIZAR-DEPENDENTE THRU 3150-EXIT
               UNTIL FIM-DOS-DEPENDENTES.
       3100-EXIT.
           EXIT.

       3150-ANONIMIZAR-DEPENDENTE.
           READ DEPEND-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-DEPEND
                   GO TO 3150-EXIT
           END-READ.
           IF WS-DEPEND-STATUS NOT = '00'
               OR DPD-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-DEPEND
               GO TO 3150-EXIT
           END-IF.
           IF DPD-NOME = WS-NOME-ANONIMO
               GO TO 3150-EXIT
           END-IF.
           ADD 1 TO WS-FUNC-DEPENDENTES.
           ADD 1 TO WS-QTD-DEPENDENTES.
           IF WS-MODO-SIMULACAO
               GO TO 3150-EXIT
           END-IF.
           MOVE WS-NOME-ANONIMO TO DPD-NOME.
           MOVE 0 TO DPD-DATA-NASCIMENTO.
           REWRITE DPD-REGISTRO
               INVALID KEY
                   DISPLAY 'ANONIMIZ: ERRO AO REGRAVAR DEPEND '
                       DPD-MATRICULA '/' DPD-SEQUENCIA
           END-REWRITE.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3200-EXCLUIR-MARCACOES - exclui as marcacoes de ponto do
      * funcionario (a chave leva data e hora, nao ha o que regravar).
      ******************************************************************
       3200-EXCLUIR-MARCACOES.
           MOVE 'N' TO WS-FIM-PONTO.
           MOVE EMP-MATRICULA TO PON-MATRICULA.
           MOVE 0 TO PON-DATA.
           MOVE 0 TO PON-HORA.
           START PONTO-ARQ KEY IS NOT LESS THAN PON-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PONTO
           END-START.
           PERFORM 3250-EXCLUIR-MARCACAO THRU 3250-EXIT
               UNTIL FIM-DAS-MARCACOES.
       3200-EXIT.
           EXIT.

       3250-EXCLUIR-MARCACAO.
           READ PONTO-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PONTO
                   GO TO 3250-EXIT
           END-READ.
           IF WS-PONTO-STATUS NOT = '00'
               OR PON-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-PONTO
               GO TO 3250-EXIT
           END-IF.
           ADD 1 TO WS-FUNC-MARCACOES.
           ADD 1 TO WS-QTD-MARCACOES.
           IF WS-MODO-SIMULACAO
               GO TO 3250-EXIT
           END-IF.
           DELETE PONTO-ARQ
               INVALID KEY
                   DISPLAY 'ANONIMIZ: ERRO AO EXCLUIR MARCACAO '
                       PON-MATRICULA ' ' PON-DATA ' ' PON-HORA
           END-DELETE.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ANONIMIZAR-CONSFLOG - primeira passada: cada acesso ao
      * autoatendimento vai para o CONSFLNV, com a matricula zerada se
      * ela for de desligado com prazo vencido. Segunda passada (so na
      * efetivacao e havendo o que apagar): CONSFLNV volta por cima do
      * CONSFLOG. O CONSFLOG so e aberto para regravacao depois de o
      * CONSFLNV desta execucao abrir sem erro - a trilha de acessos
      * nunca e truncada sem a copia para recompor.
      ******************************************************************
       5000-ANONIMIZAR-CONSFLOG.
           OPEN INPUT CONSFLOG-ARQ.
           IF WS-CONSFLOG-STATUS NOT = '00'
               DISPLAY 'ANONIMIZ: CONSFLOG INDISPONIVEL - STATUS '
                   WS-CONSFLOG-STATUS ' - ARQUIVO PULADO'
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT CONSFLNV-ARQ.
           IF WS-CONSFLNV-STATUS NOT = '00'
               DISPLAY 'ANONIMIZ: ERRO AO ABRIR CONSFLNV - STATUS '
                   WS-CONSFLNV-STATUS ' - CONSFLOG NAO ANONIMIZADO'
               CLOSE CONSFLOG-ARQ
               MOVE 'S' TO WS-ERRO-CONSFLOG
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-CONSFLOG.
           PERFORM 5900-LER-CONSFLOG THRU 5900-EXIT.
           PERFORM 5100-COPIAR-ACESSO THRU 5100-EXIT
               UNTIL FIM-DO-CONSFLOG.
           CLOSE CONSFLOG-ARQ.
           CLOSE CONSFLNV-ARQ.
           IF WS-MODO-SIMULACAO OR WS-QTD-ACESSOS = 0
               GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-CONSFLOG.
           OPEN INPUT CONSFLNV-ARQ.
           IF WS-CONSFLNV-STATUS NOT = '00'
               DISPLAY 'ANONIMIZ: ERRO AO REABRIR CONSFLNV - STATUS '
                   WS-CONSFLNV-STATUS ' - CONSFLOG NAO REGRAVADO'
               MOVE 'S' TO WS-ERRO-CONSFLOG
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT CONSFLOG-ARQ.
           IF WS-CONSFLOG-STATUS NOT = '00'
               DISPLAY 'ANONIMIZ: ERRO AO ABRIR CONSFLOG PARA '
                   'REGRAVACAO - STATUS ' WS-CONSFLOG-STATUS
               DISPLAY 'ANONIMIZ: ACESSOS ANONIMIZADOS FICAM NO '
                   'CONSFLNV'
               CLOSE CONSFLNV-ARQ
               MOVE 'S' TO WS-ERRO-CONSFLOG
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5500-REGRAVAR-ACESSO THRU 5500-EXIT
               UNTIL FIM-DO-CONSFLOG.
           CLOSE CONSFLNV-ARQ.
           CLOSE CONSFLOG-ARQ.
       5000-EXIT.
           EXIT.

       5100-COPIAR-ACESSO.
           IF CFL-MATRICULA NOT = 0
               MOVE CFL-MATRICULA TO EMP-MATRICULA
               READ EMPREG-ARQ
                   INVALID KEY
                       MOVE 'N' TO WS-PRAZO
                   NOT INVALID KEY
                       PERFORM 2100-VERIFICAR-PRAZO THRU 2100-EXIT
               END-READ
               IF WS-PRAZO-VENCIDO
                   MOVE 0 TO CFL-MATRICULA
                   ADD 1 TO WS-QTD-ACESSOS
               END-IF
           END-IF.
           MOVE CFL-REGISTRO TO CFLNV-REGISTRO.
           WRITE CFLNV-REGISTRO.
           PERFORM 5900-LER-CONSFLOG THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

       5500-REGRAVAR-ACESSO.
           READ CONSFLNV-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-CONSFLOG
               NOT AT END
                   MOVE CFLNV-REGISTRO TO CFL-REGISTRO
                   WRITE CFL-REGISTRO
           END-READ.
           IF WS-CONSFLNV-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-CONSFLOG
           END-IF.
       5500-EXIT.
           EXIT.

       5900-LER-CONSFLOG.
           READ CONSFLOG-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-CONSFLOG
           END-READ.
           IF WS-CONSFLOG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-CONSFLOG
           END-IF.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - imprime os totais, fecha os arquivos e, na
      * efetivacao, deixa o resumo na caixa MSGREG da auditoria.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT WS-ARQUIVOS-ABERTOS
               GO TO 9000-EXIT
           END-IF.
           MOVE CAB1Z TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'FUNCIONARIOS LIDOS NO EMPREG' TO TOT1Z-DESCRICAO.
           MOVE WS-QTD-LIDOS TO TOT1Z-QTD.
           PERFORM 9200-GRAVAR-TOTAL THRU 9200-EXIT.
           MOVE 'DESLIGADOS COM PRAZO DE GUARDA VENCIDO'
               TO TOT1Z-DESCRICAO.
           MOVE WS-QTD-NO-PRAZO TO TOT1Z-QTD.
           PERFORM 9200-GRAVAR-TOTAL THRU 9200-EXIT.
           MOVE '  COM DADOS APAGADOS NESTA RODADA' TO TOT1Z-DESCRICAO.
           MOVE WS-QTD-FUNCIONARIOS TO TOT1Z-QTD.
           PERFORM 9200-GRAVAR-TOTAL THRU 9200-EXIT.
           MOVE 'EMPCOMP - REGISTROS ANONIMIZADOS' TO TOT1Z-DESCRICAO.
           MOVE WS-QTD-COMPLEMENTOS TO TOT1Z-QTD.
           PERFORM 9200-GRAVAR-TOTAL THRU 9200-EXIT.
           MOVE 'DEPEND  - DEPENDENTES ANONIMIZADOS' TO TOT1Z-DESCRICAO.
           MOVE WS-QTD-DEPENDENTES TO TOT1Z-QTD.
           PERFORM 9200-GRAVAR-TOTAL THRU 9200-EXIT.
           MOVE 'PONTO   - MARCACOES EXCLUIDAS' TO TOT1Z-DESCRICAO.
           MOVE WS-QTD-MARCACOES TO TOT1Z-QTD.
           PERFORM 9200-GRAVAR-TOTAL THRU 9200-EXIT.
           MOVE 'CONSFLOG - ACESSOS COM MATRICULA ZERADA'
               TO TOT1Z-DESCRICAO.
           MOVE WS-QTD-ACESSOS TO TOT1Z-QTD.
           PERFORM 9200-GRAVAR-TOTAL THRU 9200-EXIT.
           PERFORM 9100-FECHAR-CADASTROS THRU 9100-EXIT.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'ANONIMIZ: ' WS-QTD-FUNCIONARIOS
               ' FUNCIONARIO(S) - RELATORIO GRAVADO EM '
               WS-NOME-RELATORIO.
           IF WS-MODO-EFETIVAR AND WS-QTD-FUNCIONARIOS > 0
               PERFORM 8000-AVISAR-AUDITORIA THRU 8000-EXIT
           END-IF.
           IF WS-CONSFLOG-COM-ERRO
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-AVISAR-AUDITORIA - deixa na caixa MSGREG o resumo da
      * anonimizacao efetivada.
      ******************************************************************
       8000-AVISAR-AUDITORIA.
           MOVE WS-QTD-FUNCIONARIOS TO WS-QTD-EDITADA.
           MOVE 'AUDITORIA' TO GRV-DESTINATARIO.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'ANONIMIZ: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  ' FUNCION. ANONIMIZADOS POR ' DELIMITED BY SIZE
                  SEG-USUARIO DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  WS-NOME-RELATORIO DELIMITED BY SPACE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'N' TO GRV-PRIORIDADE.
           CALL 'MSGGRAV' USING GRV-PARAMETROS.
       8000-EXIT.
           EXIT.

       9100-FECHAR-CADASTROS.
           CLOSE EMPREG-ARQ.
           IF WS-EMPCOMP-DISPONIVEL
               CLOSE EMPCOMP-ARQ
           END-IF.
           IF WS-DEPEND-DISPONIVEL
               CLOSE DEPEND-ARQ
           END-IF.
           IF WS-PONTO-DISPONIVEL
               CLOSE PONTO-ARQ
           END-IF.
       9100-EXIT.
           EXIT.

       9200-GRAVAR-TOTAL.
           MOVE TOT1Z TO REL-LINHA.
           WRITE REL-LINHA.
       9200-EXIT.
           EXIT.
