       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Autoatendimento do funcionario. O funcionario se
      *             identifica com matricula + PIN (a mesma conferencia
      *             do relogio de ponto PROG4) e ve apenas os proprios
      *             dados: saldo de ferias (FERIAS) e programacoes de
      *             ferias (PROGFER), a ultima folha gravada no
      *             historico FOLHAHIS (liquido, INSS, IRRF), as
      *             consignacoes abertas (CONSIG) e os dependentes
      *             (DEPEND). A unica gravacao e a de ferias: o
      *             funcionario pode pedir um periodo de ferias, que
      *             nasce pendente no PROGFER depois de conferido pela
      *             VALFER, e o gestor de departamento (DEPTOS) aprova
      *             ou rejeita aqui os pedidos pendentes da equipe.
      *             Cada acesso - liberado ou negado - e registrado no
      *             log CONSFLOG.
      *
      * Historico de alteracoes:
      *   03/09/2026 LHP  Versao inicial.
      *                   as vigentes na competencia atual (mesma
      *                   regra de vigencia do RELAT) - desconto
      *                   encerrado nao e desconto aberto.
      *   15/10/2026 LHP  Programacao de ferias: lista as programacoes
      *                   do funcionario, aceita o pedido de ferias
      *                   (PROGFER, conferido pela VALFER) e, para o
      *                   gestor do departamento, a aprovacao ou
      *                   rejeicao dos pedidos pendentes da equipe.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPEND-STATUS.

           SELECT PROGFER-ARQ
               ASSIGN TO "PROGFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFE-CHAVE
               ALTERNATE RECORD KEY IS PFE-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PROGFER-STATUS.

           SELECT DEPTOS-ARQ
               ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

           SELECT CONSFLOG-ARQ
               ASSIGN TO "CONSFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY DEPENDC.

       FD  PROGFER-ARQ
           LABEL RECORD IS STANDARD.
           COPY PROGFERC.

       FD  DEPTOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPTOSC.

      * CONSFLOG - um registro por acesso ao autoatendimento, liberado
      * ('A') ou com PIN errado ('N'), para a trilha de quem consultou
      * o que e quando.
           05 WS-FOLHAHIS-STATUS      PIC X(02) VALUE '00'.
           05 WS-CONSIG-STATUS        PIC X(02) VALUE '00'.
           05 WS-DEPEND-STATUS        PIC X(02) VALUE '00'.
           05 WS-PROGFER-STATUS       PIC X(02) VALUE '00'.
           05 WS-DEPTOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-CONSFLOG-STATUS      PIC X(02) VALUE '00'.
           05 WS-ACESSO-OK            PIC X(01) VALUE 'N'.
               88 WS-ACESSO-LIBERADO  VALUE 'S'.
               88 FIM-DO-HISTORICO    VALUE 'S'.
           05 WS-ACHOU-FOLHA          PIC X(01) VALUE 'N'.
               88 WS-TEM-FOLHA        VALUE 'S'.
           05 WS-FIM-PROGFER          PIC X(01) VALUE 'N'.
               88 FIM-DAS-PROGRAMACOES VALUE 'S'.
           05 WS-FIM-DEPTOS           PIC X(01) VALUE 'N'.
               88 FIM-DOS-DEPTOS      VALUE 'S'.

       01  WS-MATRICULA-CONSULTA      PIC 9(06) VALUE 0.
       01  WS-PIN-DIGITADO            PIC 9(04) VALUE 0.
       01  WS-QTD-ITENS               PIC 9(02) VALUE 0.
       01  WS-CONFIRMA                PIC X(01) VALUE SPACES.
       01  WS-DECISAO                 PIC X(01) VALUE SPACES.
       01  WS-ULTIMA-SEQ              PIC 9(02) VALUE 0.
       01  WS-SITUACAO-TEXTO          PIC X(10) VALUE SPACES.

       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-COMP-ATUAL              PIC 9(06) VALUE 0.

       01  WS-VALOR-EDITADO           PIC -Z.ZZZ.ZZ9,99.

           COPY VFRLINKC.

       01  WS-DATA-HORA-LOG.
           05 WS-LOG-DATA             PIC 9(08).
           05 WS-LOG-HORA             PIC 9(06).

      ******************************************************************
      * 2000-MOSTRAR-DADOS - mostra os dados do proprio funcionario:
      * ferias e programacoes, ultima folha, consignacoes abertas e
      * dependentes; depois o pedido de ferias e, para gestor, a
      * decisao dos pedidos da equipe.
      ******************************************************************
       2000-MOSTRAR-DADOS.
           DISPLAY ' '.
           DISPLAY 'OLA, ' EMP-NOME.
           PERFORM 2100-MOSTRAR-FERIAS THRU 2100-EXIT.
           PERFORM 2150-MOSTRAR-PROGRAMACOES THRU 2150-EXIT.
           PERFORM 2200-MOSTRAR-ULTIMA-FOLHA THRU 2200-EXIT.
           PERFORM 2300-MOSTRAR-CONSIGNACOES THRU 2300-EXIT.
           PERFORM 2400-MOSTRAR-DEPENDENTES THRU 2400-EXIT.
           PERFORM 2500-SOLICITAR-FERIAS THRU 2500-EXIT.
           PERFORM 2600-APROVAR-EQUIPE THRU 2600-EXIT.
       2000-EXIT.
           EXIT.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-MOSTRAR-PROGRAMACOES - lista as programacoes de ferias da
      * matricula no PROGFER e a situacao de cada uma.
      ******************************************************************
       2150-MOSTRAR-PROGRAMACOES.
           OPEN INPUT PROGFER-ARQ.
           IF WS-PROGFER-STATUS NOT = '00'
               GO TO 2150-EXIT
           END-IF.
           DISPLAY 'PROGRAMACOES DE FERIAS:'.
           MOVE 0 TO WS-QTD-ITENS.
           PERFORM 2170-POSICIONAR-PROGRAMACAO THRU 2170-EXIT.
           PERFORM 2160-LISTAR-PROGRAMACAO THRU 2160-EXIT
               UNTIL FIM-DAS-PROGRAMACOES.
           IF WS-QTD-ITENS = 0
               DISPLAY '  (NENHUMA)'
           END-IF.
           CLOSE PROGFER-ARQ.
       2150-EXIT.
           EXIT.

       2160-LISTAR-PROGRAMACAO.
           EVALUATE TRUE
               WHEN PFE-PENDENTE  MOVE 'PENDENTE'   TO WS-SITUACAO-TEXTO
               WHEN PFE-APROVADA  MOVE 'APROVADA'   TO WS-SITUACAO-TEXTO
               WHEN PFE-REJEITADA MOVE 'REJEITADA'  TO WS-SITUACAO-TEXTO
               WHEN PFE-LANCADA   MOVE 'LANCADA'    TO WS-SITUACAO-TEXTO
               WHEN PFE-CANCELADA MOVE 'CANCELADA'  TO WS-SITUACAO-TEXTO
               WHEN OTHER         MOVE PFE-SITUACAO TO WS-SITUACAO-TEXTO
           END-EVALUATE.
           DISPLAY '  ' PFE-DATA-INICIO ' A ' PFE-DATA-FIM ' '
               PFE-DIAS ' DIAS ' WS-SITUACAO-TEXTO.
           ADD 1 TO WS-QTD-ITENS.
           PERFORM 2180-LER-PROXIMA-PROGRAMACAO THRU 2180-EXIT.
       2160-EXIT.
           EXIT.

      * 2170/2180 - percorrem as programacoes da matricula consultada.
       2170-POSICIONAR-PROGRAMACAO.
           MOVE 'N' TO WS-FIM-PROGFER.
           MOVE WS-MATRICULA-CONSULTA TO PFE-MATRICULA.
           MOVE 0 TO PFE-SEQUENCIA.
           START PROGFER-ARQ KEY IS NOT LESS THAN PFE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PROGFER
           END-START.
           IF WS-PROGFER-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PROGFER
           END-IF.
           IF NOT FIM-DAS-PROGRAMACOES
               PERFORM 2180-LER-PROXIMA-PROGRAMACAO THRU 2180-EXIT
           END-IF.
       2170-EXIT.
           EXIT.

       2180-LER-PROXIMA-PROGRAMACAO.
           READ PROGFER-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PROGFER
           END-READ.
           IF WS-PROGFER-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PROGFER
           END-IF.
           IF NOT FIM-DAS-PROGRAMACOES
               AND PFE-MATRICULA NOT = WS-MATRICULA-CONSULTA
               MOVE 'S' TO WS-FIM-PROGFER
           END-IF.
       2180-EXIT.
           EXIT.

      ******************************************************************
      * 2200-MOSTRAR-ULTIMA-FOLHA - percorre o historico FOLHAHIS da
      * matricula (a chave e matricula + competencia, entao o ultimo
       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2500-SOLICITAR-FERIAS - pedido de ferias do proprio
      * funcionario: conferido pela VALFER e gravado pendente no
      * PROGFER, para o gestor do departamento decidir.
      ******************************************************************
       2500-SOLICITAR-FERIAS.
           IF NOT EMP-ATIVO
               GO TO 2500-EXIT
           END-IF.
           DISPLAY ' '.
           DISPLAY 'SOLICITAR FERIAS (S/N)? ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-MATRICULA-CONSULTA TO VFR-MATRICULA.
           MOVE EMP-DEPARTAMENTO      TO VFR-DEPARTAMENTO.
           MOVE 0                     TO VFR-SEQUENCIA.
           DISPLAY 'INICIO (AAAAMMDD)....: ' WITH NO ADVANCING.
           ACCEPT VFR-DATA-INICIO.
           DISPLAY 'DIAS (5 A 30)........: ' WITH NO ADVANCING.
           ACCEPT VFR-DIAS.
           CALL 'VALFER' USING VFR-PARAMETROS.
           PERFORM 2800-MOSTRAR-CONFERENCIA THRU 2800-EXIT.
           IF NOT VFR-OK
               GO TO 2500-EXIT
           END-IF.
           DISPLAY 'CONFIRMA O PEDIDO (S/N)? ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'CONSFUNC: PEDIDO NAO GRAVADO'
               GO TO 2500-EXIT
           END-IF.
           OPEN I-O PROGFER-ARQ.
           IF WS-PROGFER-STATUS = '35'
               OPEN OUTPUT PROGFER-ARQ
               CLOSE PROGFER-ARQ
               OPEN I-O PROGFER-ARQ
           END-IF.
           IF WS-PROGFER-STATUS NOT = '00'
               DISPLAY 'CONSFUNC: ERRO AO ABRIR PROGFER - STATUS '
                   WS-PROGFER-STATUS
               GO TO 2500-EXIT
           END-IF.
           MOVE 0 TO WS-ULTIMA-SEQ.
           PERFORM 2170-POSICIONAR-PROGRAMACAO THRU 2170-EXIT.
           PERFORM 2550-GUARDAR-SEQ THRU 2550-EXIT
               UNTIL FIM-DAS-PROGRAMACOES.
           IF WS-ULTIMA-SEQ = 99
               DISPLAY 'CONSFUNC: PEDIDO NAO GRAVADO - PROCURE O RH'
               CLOSE PROGFER-ARQ
               GO TO 2500-EXIT
           END-IF.
           MOVE SPACES TO PFE-REGISTRO.
           MOVE WS-MATRICULA-CONSULTA TO PFE-MATRICULA.
           COMPUTE PFE-SEQUENCIA = WS-ULTIMA-SEQ + 1.
           MOVE EMP-DEPARTAMENTO      TO PFE-DEPARTAMENTO.
           MOVE VFR-DATA-INICIO       TO PFE-DATA-INICIO.
           MOVE VFR-DIAS              TO PFE-DIAS.
           MOVE VFR-DATA-FIM          TO PFE-DATA-FIM.
           MOVE 'P'                   TO PFE-SITUACAO.
           MOVE 'F'                   TO PFE-ORIGEM.
           MOVE 'CONSFUNC'            TO PFE-SOLICITANTE.
           MOVE WS-DATA-SISTEMA       TO PFE-DATA-SOLICITACAO.
           MOVE 0                     TO PFE-DATA-DECISAO.
           MOVE 0                     TO PFE-DATA-LANCAMENTO.
           WRITE PFE-REGISTRO
               INVALID KEY
                   DISPLAY 'CONSFUNC: ERRO AO GRAVAR O PEDIDO'
               NOT INVALID KEY
                   DISPLAY 'CONSFUNC: PEDIDO GRAVADO - AGUARDANDO O '
                       'GESTOR'
           END-WRITE.
           CLOSE PROGFER-ARQ.
       2500-EXIT.
           EXIT.

       2550-GUARDAR-SEQ.
           MOVE PFE-SEQUENCIA TO WS-ULTIMA-SEQ.
           PERFORM 2180-LER-PROXIMA-PROGRAMACAO THRU 2180-EXIT.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2600-APROVAR-EQUIPE - se o funcionario e gestor de algum
      * departamento (DEP-GESTOR-MATRICULA), mostra os pedidos
      * pendentes da equipe para aprovar ou rejeitar. O pedido do
      * proprio gestor nao aparece aqui: quem decide e um supervisor,
      * no PROGFER.
      ******************************************************************
       2600-APROVAR-EQUIPE.
           OPEN INPUT DEPTOS-ARQ.
           IF WS-DEPTOS-STATUS NOT = '00'
               GO TO 2600-EXIT
           END-IF.
           OPEN I-O PROGFER-ARQ.
           IF WS-PROGFER-STATUS NOT = '00'
               CLOSE DEPTOS-ARQ
               GO TO 2600-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-DEPTOS.
           MOVE LOW-VALUES TO DEP-CODIGO.
           START DEPTOS-ARQ KEY IS NOT LESS THAN DEP-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-DEPTOS
           END-START.
           PERFORM 2650-VER-DEPARTAMENTO THRU 2650-EXIT
               UNTIL FIM-DOS-DEPTOS.
           CLOSE PROGFER-ARQ.
           CLOSE DEPTOS-ARQ.
       2600-EXIT.
           EXIT.

       2650-VER-DEPARTAMENTO.
           READ DEPTOS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-DEPTOS
                   GO TO 2650-EXIT
           END-READ.
           IF WS-DEPTOS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-DEPTOS
               GO TO 2650-EXIT
           END-IF.
           IF DEP-GESTOR-MATRICULA NOT NUMERIC
               OR DEP-GESTOR-MATRICULA NOT = WS-MATRICULA-CONSULTA
               GO TO 2650-EXIT
           END-IF.
           DISPLAY ' '.
           DISPLAY 'PEDIDOS PENDENTES - DEPARTAMENTO ' DEP-CODIGO ' '
               DEP-NOME.
           MOVE 0 TO WS-QTD-ITENS.
           MOVE 'N' TO WS-FIM-PROGFER.
           MOVE DEP-CODIGO TO PFE-DEPARTAMENTO.
           START PROGFER-ARQ KEY IS EQUAL TO PFE-DEPARTAMENTO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PROGFER
           END-START.
           PERFORM 2700-DECIDIR-PEDIDO THRU 2700-EXIT
               UNTIL FIM-DAS-PROGRAMACOES.
           IF WS-QTD-ITENS = 0
               DISPLAY '  (NENHUM)'
           END-IF.
       2650-EXIT.
           EXIT.

       2700-DECIDIR-PEDIDO.
           READ PROGFER-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PROGFER
                   GO TO 2700-EXIT
           END-READ.
           IF WS-PROGFER-STATUS NOT = '00'
               OR PFE-DEPARTAMENTO NOT = DEP-CODIGO
               MOVE 'S' TO WS-FIM-PROGFER
               GO TO 2700-EXIT
           END-IF.
           IF NOT PFE-PENDENTE
               OR PFE-MATRICULA = WS-MATRICULA-CONSULTA
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ITENS.
           MOVE PFE-MATRICULA TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   MOVE SPACES TO EMP-NOME
           END-READ.
           DISPLAY '  ' PFE-MATRICULA ' ' EMP-NOME.
           MOVE PFE-MATRICULA    TO VFR-MATRICULA.
           MOVE PFE-DEPARTAMENTO TO VFR-DEPARTAMENTO.
           MOVE PFE-SEQUENCIA    TO VFR-SEQUENCIA.
           MOVE PFE-DATA-INICIO  TO VFR-DATA-INICIO.
           MOVE PFE-DIAS         TO VFR-DIAS.
           CALL 'VALFER' USING VFR-PARAMETROS.
           PERFORM 2800-MOSTRAR-CONFERENCIA THRU 2800-EXIT.
           IF VFR-OK
               DISPLAY '  APROVAR, REJEITAR OU PULAR (A/R/P)? '
                   WITH NO ADVANCING
           ELSE
               DISPLAY '  REJEITAR OU PULAR (R/P)? ' WITH NO ADVANCING
           END-IF.
           ACCEPT WS-DECISAO.
           IF WS-DECISAO = 'A' AND NOT VFR-OK
               MOVE 'P' TO WS-DECISAO
           END-IF.
           IF WS-DECISAO NOT = 'A' AND WS-DECISAO NOT = 'R'
               GO TO 2700-EXIT
           END-IF.
           MOVE WS-DECISAO            TO PFE-SITUACAO.
           MOVE WS-MATRICULA-CONSULTA TO PFE-APROVADOR.
           MOVE WS-DATA-SISTEMA       TO PFE-DATA-DECISAO.
           REWRITE PFE-REGISTRO
               INVALID KEY
                   DISPLAY 'CONSFUNC: ERRO AO GRAVAR A DECISAO'
               NOT INVALID KEY
                   DISPLAY '  DECISAO GRAVADA'
           END-REWRITE.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-MOSTRAR-CONFERENCIA - resultado da VALFER: o motivo da
      * recusa, ou o periodo com o aviso de ausencia acima do limite
      * do departamento.
      ******************************************************************
       2800-MOSTRAR-CONFERENCIA.
           EVALUATE TRUE
               WHEN VFR-DATA-INVALIDA
                   DISPLAY '  DATA OU DIAS INVALIDOS (5 A 30 DIAS)'
               WHEN VFR-EM-AFASTAMENTO
                   DISPLAY '  PERIODO DENTRO DE AFASTAMENTO ABERTO'
               WHEN VFR-SOBREPOSTA
                   DISPLAY '  PERIODO SOBREPOE OUTRA PROGRAMACAO'
               WHEN VFR-SEM-SALDO
                   DISPLAY '  SALDO DE FERIAS INSUFICIENTE (LIVRE: '
                       VFR-SALDO-LIVRE ' DIAS)'
               WHEN OTHER
                   DISPLAY '  PERIODO ' VFR-DATA-INICIO ' A '
                       VFR-DATA-FIM ' - ' VFR-DIAS ' DIAS'
                   IF VFR-DEPTO-ACIMA-LIMITE
                       DISPLAY '  ATENCAO: ' VFR-PERC-AUSENCIA
                           ' PCT DO DEPARTAMENTO AUSENTE NO PERIODO '
                           '(LIMITE ' VFR-PERC-LIMITE ' PCT)'
                   END-IF
           END-EVALUATE.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 7000-GRAVAR-ACESSO - registra o acesso (liberado 'A' ou negado
      * 'N') no log CONSFLOG, com data/hora e matricula digitada.
