      *                   sobrescrever em silencio - a segunda recebe
      *                   "em uso por fulano". Trava orfa de sessao
      *                   caida e limpa por supervisor no LIMPTRAV.
      *   15/10/2026 LHP  Opcao de banco de horas (EMP-BANCO-HORAS)
      *                   capturada na inclusao, na alteracao e na
      *                   readmissao - quem opta tem as extras levadas
      *                   ao saldo do BANCOHRS pelo APURAPON, em vez de
      *                   pagas pelo RELAT.
      *   15/10/2026 LHP  Funcionario ganha jornada/escala
      *                   (EMP-JORNADA), validada contra o mestre
      *                   JORNADA (CADJORN) na inclusao, na alteracao e
      *                   na readmissao; em branco fica a jornada
      *                   padrao de 44 horas.
      *   15/10/2026 LHP  Motivo do desligamento (gravado pelo DESLIGA)
      *                   levado ao PERIODOS na readmissao e limpo no
      *                   vinculo novo.
      *   15/10/2026 LHP  Funcionario ganha sindicato (EMP-SINDICATO),
      *                   validado contra o mestre SINDIC (CADSIND) na
      *                   inclusao, na alteracao e na readmissao, com
      *                   aviso de salario abaixo do piso da categoria;
      *                   em branco, sem sindicato.
      *   15/10/2026 LHP  Exclusao de dependente encerra na data a
      *                   adesao dele ao plano de saude (PLSAUDE,
      *                   mantido pelo ADESPLAN), para a cobranca da
      *                   operadora parar junto.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS EMR-CODIGO
               FILE STATUS IS WS-EMPRESAS-STATUS.

           SELECT JORNADA-ARQ
               ASSIGN TO "JORNADA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOR-CODIGO
               FILE STATUS IS WS-JORNADA-STATUS.

           SELECT SINDIC-ARQ
               ASSIGN TO "SINDIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CODIGO
               FILE STATUS IS WS-SINDIC-STATUS.

           SELECT PLSAUDE-ARQ
               ASSIGN TO "PLSAUDE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WS-PLSAUDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRESAC.

       FD  JORNADA-ARQ
           LABEL RECORD IS STANDARD.
           COPY JORNADC.

       FD  SINDIC-ARQ
           LABEL RECORD IS STANDARD.
           COPY SINDICC.

       FD  PLSAUDE-ARQ
           LABEL RECORD IS STANDARD.
           COPY PLSAUDC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-PER-ADMISSAO         PIC 9(08) VALUE 0.
           05 WS-PER-DESLIGAMENTO     PIC 9(08) VALUE 0.
           05 WS-PER-SALARIO          PIC S9(07)V99 VALUE 0.
           05 WS-PER-MOTIVO           PIC X(01) VALUE SPACES.

       01  WS-PENDSAL-STATUS          PIC X(02) VALUE '00'.

       01  WS-EMPRESA-OK              PIC X(01) VALUE 'N'.
           88 WS-EMPRESA-VALIDA       VALUE 'S'.

       01  WS-JORNADA-STATUS          PIC X(02) VALUE '00'.
       01  WS-JORNADAS-OK             PIC X(01) VALUE 'N'.
           88 WS-JORNADAS-DISPONIVEL  VALUE 'S'.
       01  WS-JORNADA-OK              PIC X(01) VALUE 'N'.
           88 WS-JORNADA-VALIDA       VALUE 'S'.

       01  WS-SINDIC-STATUS           PIC X(02) VALUE '00'.
       01  WS-SINDICATOS-OK           PIC X(01) VALUE 'N'.
           88 WS-SINDICATOS-DISPONIVEL VALUE 'S'.
       01  WS-SINDICATO-OK            PIC X(01) VALUE 'N'.
           88 WS-SINDICATO-VALIDO     VALUE 'S'.

       01  WS-PLSAUDE-STATUS          PIC X(02) VALUE '00'.
       01  WS-PLSAUDE-OK              PIC X(01) VALUE 'N'.
           88 WS-PLSAUDE-DISPONIVEL   VALUE 'S'.

       01  WS-AFAST-STATUS            PIC X(02) VALUE '00'.
       01  WS-AFAST-OK                PIC X(01) VALUE 'N'.
           88 WS-AFAST-DISPONIVEL     VALUE 'S'.
                   'INDISPONIVEL - STATUS ' WS-EMPRESAS-STATUS
               DISPLAY 'CADFUNC: CADASTRE AS EMPRESAS NO CADEMPR'
           END-IF.
           OPEN INPUT JORNADA-ARQ.
           IF WS-JORNADA-STATUS = '00'
               MOVE 'S' TO WS-JORNADAS-OK
           ELSE
               DISPLAY 'CADFUNC: MESTRE DE JORNADAS (JORNADA) '
                   'INDISPONIVEL - STATUS ' WS-JORNADA-STATUS
               DISPLAY 'CADFUNC: CADASTRE AS JORNADAS NO CADJORN'
           END-IF.
           OPEN INPUT SINDIC-ARQ.
           IF WS-SINDIC-STATUS = '00'
               MOVE 'S' TO WS-SINDICATOS-OK
           ELSE
               DISPLAY 'CADFUNC: MESTRE DE SINDICATOS (SINDIC) '
                   'INDISPONIVEL - STATUS ' WS-SINDIC-STATUS
               DISPLAY 'CADFUNC: CADASTRE OS SINDICATOS NO CADSIND'
           END-IF.
           OPEN I-O PLSAUDE-ARQ.
           IF WS-PLSAUDE-STATUS = '00'
               MOVE 'S' TO WS-PLSAUDE-OK
           END-IF.
       1000-EXIT.
           EXIT.

           IF NOT EMP-OPTANTE-ADIANT
               MOVE 'N' TO EMP-ADIANTAMENTO
           END-IF.
           DISPLAY 'BANCO DE HORAS (S/N)........: ' WITH NO ADVANCING.
           ACCEPT EMP-BANCO-HORAS.
           IF NOT EMP-OPTANTE-BANCO
               MOVE 'N' TO EMP-BANCO-HORAS
           END-IF.
           DISPLAY 'JORNADA (BRANCO=PADRAO 44H).: ' WITH NO ADVANCING.
           ACCEPT EMP-JORNADA.
           PERFORM 6450-VALIDAR-JORNADA THRU 6450-EXIT.
           IF NOT WS-JORNADA-VALIDA
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'SINDICATO (BRANCO=NENHUM)...: ' WITH NO ADVANCING.
           ACCEPT EMP-SINDICATO.
           PERFORM 6460-VALIDAR-SINDICATO THRU 6460-EXIT.
           IF NOT WS-SINDICATO-VALIDO
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'EMPRESA (2 DIG.): ' WITH NO ADVANCING.
           ACCEPT EMP-EMPRESA.
           PERFORM 6400-VALIDAR-EMPRESA THRU 6400-EXIT.
           END-IF.
           SET EMP-ATIVO TO TRUE.
           MOVE ZEROS TO EMP-DATA-DESLIGAMENTO.
           MOVE SPACES TO EMP-MOTIVO-DESLIGAMENTO.
           WRITE EMP-REGISTRO
               INVALID KEY
                   DISPLAY 'CADFUNC: MATRICULA JA CADASTRADA'
           IF NOT EMP-OPTANTE-ADIANT
               MOVE 'N' TO EMP-ADIANTAMENTO
           END-IF.
           DISPLAY 'BANCO H. ATUAL.: ' EMP-BANCO-HORAS.
           DISPLAY 'BANCO DE HORAS (S/N)........: ' WITH NO ADVANCING.
           ACCEPT EMP-BANCO-HORAS.
           IF NOT EMP-OPTANTE-BANCO
               MOVE 'N' TO EMP-BANCO-HORAS
           END-IF.
           DISPLAY 'JORNADA ATUAL..: ' EMP-JORNADA.
           DISPLAY 'JORNADA (BRANCO=PADRAO 44H).: ' WITH NO ADVANCING.
           ACCEPT EMP-JORNADA.
           PERFORM 6450-VALIDAR-JORNADA THRU 6450-EXIT.
           IF NOT WS-JORNADA-VALIDA
               GO TO 4000-DESTRAVAR
           END-IF.
           DISPLAY 'SINDICATO ATUAL: ' EMP-SINDICATO.
           DISPLAY 'SINDICATO (BRANCO=NENHUM)...: ' WITH NO ADVANCING.
           ACCEPT EMP-SINDICATO.
           PERFORM 6460-VALIDAR-SINDICATO THRU 6460-EXIT.
           IF NOT WS-SINDICATO-VALIDO
               GO TO 4000-DESTRAVAR
           END-IF.
           DISPLAY 'EMPRESA ATUAL..: ' EMP-EMPRESA.
           DISPLAY 'NOVA EMPRESA...: ' WITH NO ADVANCING.
           ACCEPT EMP-EMPRESA.
           MOVE EMP-DATA-ADMISSAO      TO WS-PER-ADMISSAO.
           MOVE EMP-DATA-DESLIGAMENTO  TO WS-PER-DESLIGAMENTO.
           MOVE EMP-SALARIO            TO WS-PER-SALARIO.
           MOVE EMP-MOTIVO-DESLIGAMENTO TO WS-PER-MOTIVO.
           DISPLAY 'NOVO DEPTO.....: ' WITH NO ADVANCING.
           ACCEPT EMP-DEPARTAMENTO.
           PERFORM 6500-VALIDAR-DEPARTAMENTO THRU 6500-EXIT.
           IF NOT EMP-OPTANTE-ADIANT
               MOVE 'N' TO EMP-ADIANTAMENTO
           END-IF.
           DISPLAY 'BANCO DE HORAS (S/N)........: ' WITH NO ADVANCING.
           ACCEPT EMP-BANCO-HORAS.
           IF NOT EMP-OPTANTE-BANCO
               MOVE 'N' TO EMP-BANCO-HORAS
           END-IF.
           DISPLAY 'JORNADA (BRANCO=PADRAO 44H).: ' WITH NO ADVANCING.
           ACCEPT EMP-JORNADA.
           PERFORM 6450-VALIDAR-JORNADA THRU 6450-EXIT.
           IF NOT WS-JORNADA-VALIDA
               MOVE 'N' TO WS-DEPTO-OK
               GO TO 3850-EXIT
           END-IF.
           DISPLAY 'SINDICATO (BRANCO=NENHUM)...: ' WITH NO ADVANCING.
           ACCEPT EMP-SINDICATO.
           PERFORM 6460-VALIDAR-SINDICATO THRU 6460-EXIT.
           IF NOT WS-SINDICATO-VALIDO
               MOVE 'N' TO WS-DEPTO-OK
               GO TO 3850-EXIT
           END-IF.
           DISPLAY 'EMPRESA (2 DIG.): ' WITH NO ADVANCING.
           ACCEPT EMP-EMPRESA.
           PERFORM 6400-VALIDAR-EMPRESA THRU 6400-EXIT.
           MOVE WS-PER-ADMISSAO        TO PER-DATA-ADMISSAO.
           MOVE WS-PER-DESLIGAMENTO    TO PER-DATA-DESLIGAMENTO.
           MOVE WS-PER-SALARIO         TO PER-ULTIMO-SALARIO.
           MOVE WS-PER-MOTIVO          TO PER-MOTIVO-DESLIGAMENTO.
           WRITE PER-REGISTRO
               INVALID KEY
                   DISPLAY 'CADFUNC: ERRO AO GRAVAR PERIODO ANTERIOR - '
           END-WRITE.
           SET EMP-ATIVO TO TRUE.
           MOVE ZEROS TO EMP-DATA-DESLIGAMENTO.
           MOVE SPACES TO EMP-MOTIVO-DESLIGAMENTO.
       3850-EXIT.
           EXIT.

           DISPLAY 'SALARIO........: ' EMP-SALARIO.
           DISPLAY 'DATA ADMISSAO..: ' EMP-DATA-ADMISSAO.
           DISPLAY 'SITUACAO.......: ' EMP-STATUS.
           DISPLAY 'BANCO DE HORAS.: ' EMP-BANCO-HORAS.
           DISPLAY 'JORNADA........: ' EMP-JORNADA.
           DISPLAY 'SINDICATO......: ' EMP-SINDICATO.
       6000-EXIT.
           EXIT.

       6400-EXIT.
           EXIT.

      ******************************************************************
      * 6450-VALIDAR-JORNADA - confere a jornada digitada contra o
      * mestre JORNADA e liga WS-JORNADA-VALIDA se ela existir. Em
      * branco vale a jornada padrao (44 horas, divisor 220); sem o
      * mestre disponivel, a digitacao passa com aviso.
      ******************************************************************
       6450-VALIDAR-JORNADA.
           MOVE 'N' TO WS-JORNADA-OK.
           IF EMP-JORNADA = SPACES
               MOVE 'S' TO WS-JORNADA-OK
               GO TO 6450-EXIT
           END-IF.
           IF NOT WS-JORNADAS-DISPONIVEL
               MOVE 'S' TO WS-JORNADA-OK
               DISPLAY 'CADFUNC: JORNADA SEM VALIDACAO (MESTRE '
                   'JORNADA INDISPONIVEL)'
               GO TO 6450-EXIT
           END-IF.
           MOVE EMP-JORNADA TO JOR-CODIGO.
           READ JORNADA-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-JORNADA-OK
           END-READ.
           IF NOT WS-JORNADA-VALIDA
               DISPLAY 'CADFUNC: JORNADA NAO CADASTRADA NO CADJORN - '
                   'OPERACAO REJEITADA'
           END-IF.
       6450-EXIT.
           EXIT.

      ******************************************************************
      * 6460-VALIDAR-SINDICATO - confere o sindicato digitado contra o
      * mestre SINDIC e liga WS-SINDICATO-VALIDO se ele existir, com
      * aviso se o salario ficar abaixo do piso da categoria. Em
      * branco, funcionario sem sindicato (sem contribuicao); sem o
      * mestre disponivel, a digitacao passa com aviso.
      ******************************************************************
       6460-VALIDAR-SINDICATO.
           MOVE 'N' TO WS-SINDICATO-OK.
           IF EMP-SINDICATO = SPACES
               MOVE 'S' TO WS-SINDICATO-OK
               GO TO 6460-EXIT
           END-IF.
           IF NOT WS-SINDICATOS-DISPONIVEL
               MOVE 'S' TO WS-SINDICATO-OK
               DISPLAY 'CADFUNC: SINDICATO SEM VALIDACAO (MESTRE '
                   'SINDIC INDISPONIVEL)'
               GO TO 6460-EXIT
           END-IF.
           MOVE EMP-SINDICATO TO SIN-CODIGO.
           READ SINDIC-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-SINDICATO-OK
           END-READ.
           IF NOT WS-SINDICATO-VALIDO
               DISPLAY 'CADFUNC: SINDICATO NAO CADASTRADO NO CADSIND - '
                   'OPERACAO REJEITADA'
               GO TO 6460-EXIT
           END-IF.
           IF EMP-SALARIO < SIN-SALARIO-PISO
               DISPLAY 'CADFUNC: ATENCAO - SALARIO ABAIXO DO PISO DA '
                   'CATEGORIA (' SIN-SALARIO-PISO ')'
           END-IF.
       6460-EXIT.
           EXIT.

      ******************************************************************
      * 6600-VALIDAR-CARGO-FAIXA - confere o cargo digitado contra o
      * mestre CARGOS e exige que o salario digitado caiba na faixa
           EXIT.

      ******************************************************************
      * 8200-EXCLUIR-DEPENDENTE - remove um dependente pela sequencia
      * e encerra a adesao dele ao plano de saude, se houver.
      ******************************************************************
       8200-EXCLUIR-DEPENDENTE.
           DISPLAY 'SEQUENCIA DO DEPENDENTE....: ' WITH NO ADVANCING.
                   DISPLAY 'CADFUNC: ERRO AO EXCLUIR DEPENDENTE'
               NOT INVALID KEY
                   DISPLAY 'CADFUNC: DEPENDENTE EXCLUIDO'
                   PERFORM 8250-ENCERRAR-PLANO-DEPEND THRU 8250-EXIT
           END-DELETE.
       8200-EXIT.
           EXIT.

      ******************************************************************
      * 8250-ENCERRAR-PLANO-DEPEND - encerra na data de hoje, com o
      * motivo 'D', a adesao vigente do dependente excluido ao plano
      * de saude. Sem o PLSAUDE ou sem adesao, nada a fazer.
      ******************************************************************
       8250-ENCERRAR-PLANO-DEPEND.
           IF NOT WS-PLSAUDE-DISPONIVEL
               GO TO 8250-EXIT
           END-IF.
           MOVE DPD-MATRICULA TO PLA-MATRICULA.
           MOVE DPD-SEQUENCIA TO PLA-SEQUENCIA.
           READ PLSAUDE-ARQ
               INVALID KEY
                   GO TO 8250-EXIT
           END-READ.
           IF NOT PLA-VIGENTE
               GO TO 8250-EXIT
           END-IF.
           ACCEPT PLA-DATA-FIM FROM DATE YYYYMMDD.
           IF PLA-DATA-FIM < PLA-DATA-INICIO
               MOVE PLA-DATA-INICIO TO PLA-DATA-FIM
           END-IF.
           MOVE 'D'                  TO PLA-MOTIVO-FIM.
           MOVE PLA-DATA-FIM         TO PLA-DATA-ALTERACAO.
           MOVE WS-OPERADOR          TO PLA-OPERADOR.
           REWRITE PLA-REGISTRO
               INVALID KEY
                   DISPLAY 'CADFUNC: ERRO AO ENCERRAR PLANO DE SAUDE '
                       'DO DEPENDENTE'
               NOT INVALID KEY
                   DISPLAY 'CADFUNC: PLANO DE SAUDE DO DEPENDENTE '
                       'ENCERRADO EM ' PLA-DATA-FIM
           END-REWRITE.
       8250-EXIT.
           EXIT.

      ******************************************************************
      * 8300-LISTAR-DEPENDENTES - lista os dependentes da matricula.
      ******************************************************************
           IF WS-EMPRESAS-DISPONIVEL
               CLOSE EMPRESAS-ARQ
           END-IF.
           IF WS-JORNADAS-DISPONIVEL
               CLOSE JORNADA-ARQ
           END-IF.
           IF WS-SINDICATOS-DISPONIVEL
               CLOSE SINDIC-ARQ
           END-IF.
           IF WS-PLSAUDE-DISPONIVEL
               CLOSE PLSAUDE-ARQ
           END-IF.
       9000-EXIT.
           EXIT.
