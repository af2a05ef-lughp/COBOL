       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADESPLAN.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Manutencao das adesoes ao plano de saude (PLSAUDE)
      *             - o titular (sequencia 00) e cada dependente do
      *             DEPEND, com plano, carteirinha e data de inicio e
      *             de fim da cobertura. O titular precisa ser
      *             funcionario ativo e o plano estar no PLANOS
      *             (CADPLANO); o dependente entra no plano do titular,
      *             com nome e nascimento trazidos do DEPEND, e so com
      *             o titular vigente. Encerrar o titular encerra junto
      *             os dependentes. A consulta mostra a familia com o
      *             preco da faixa etaria de cada um e a
      *             coparticipacao do mes (PRECOPLN), ja com o teto do
      *             plano - o mesmo valor que o RELAT desconta.
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
           SELECT PLSAUDE-ARQ
               ASSIGN TO "PLSAUDE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WS-PLSAUDE-STATUS.

           SELECT PLANOS-ARQ
               ASSIGN TO "PLANOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CODIGO
               FILE STATUS IS WS-PLANOS-STATUS.

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

           SELECT DEPEND-ARQ
               ASSIGN TO "DEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLSAUDE-ARQ
           LABEL RECORD IS STANDARD.
           COPY PLSAUDC.

       FD  PLANOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PLANOC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  DEPEND-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPENDC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-PLSAUDE-STATUS       PIC X(02) VALUE '00'.
           05 WS-PLANOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-DEPEND-STATUS        PIC X(02) VALUE '00'.
           05 WS-DEPEND-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPEND-DISPONIVEL VALUE 'S'.
           05 WS-CONTINUA             PIC X(01) VALUE 'S'.
               88 WS-SAIR-DO-MENU     VALUE 'N'.
           05 WS-FIM-ADESOES          PIC X(01) VALUE 'N'.
               88 FIM-DAS-ADESOES     VALUE 'S'.
           05 WS-EXISTE               PIC X(01) VALUE 'N'.
               88 WS-ADESAO-EXISTE    VALUE 'S'.

       01  WS-OPCAO                   PIC 9(01) VALUE 0.
       01  WS-OPERADOR                PIC X(08) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05 WS-SIS-COMPETENCIA      PIC 9(06).
           05 WS-SIS-DIA              PIC 9(02).

      * Dados da adesao em manutencao, guardados antes de o arquivo
      * ser reposicionado (leitura do titular, encerramento dos
      * dependentes).
       01  WS-ADESAO-INFORMADA.
           05 WS-MATRICULA            PIC 9(06) VALUE 0.
           05 WS-SEQUENCIA            PIC 9(02) VALUE 0.
           05 WS-PLANO-TITULAR        PIC X(04) VALUE SPACES.
           05 WS-INICIO-TITULAR       PIC 9(08) VALUE 0.
           05 WS-CARTEIRINHA          PIC X(20) VALUE SPACES.
           05 WS-DATA-INICIO          PIC 9(08) VALUE 0.
           05 WS-DATA-FIM             PIC 9(08) VALUE 0.

      * Consulta da familia: coparticipacao somada e teto do plano.
       01  WS-CONSULTA.
           05 WS-QTD-LISTADOS         PIC 9(02) VALUE 0.
           05 WS-QTD-ENCERRADOS       PIC 9(02) VALUE 0.
           05 WS-TOTAL-PRECO          PIC 9(07)V99 VALUE 0.
           05 WS-TOTAL-FUNCIONARIO    PIC 9(07)V99 VALUE 0.
           05 WS-TETO-FAMILIA         PIC 9(05)V99 VALUE 0.
           05 WS-SITUACAO             PIC X(10) VALUE SPACES.
           05 WS-VALOR-EDITADO        PIC ZZ.ZZ9,99.
           05 WS-VALOR-EDITADO-2      PIC ZZ.ZZ9,99.

           COPY PPLLINKC.

           COPY SEGLINKC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
               UNTIL WS-SAIR-DO-MENU.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - identifica o operador, abre as adesoes em
      * atualizacao (criando o arquivo se ainda nao existir), o mestre
      * de planos e o de funcionarios, obrigatorios, e os dependentes.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'ADESPLAN' TO SEG-PROGRAMA.
           MOVE 1          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'N' TO WS-CONTINUA
               GO TO 1000-EXIT
           END-IF.
           MOVE SEG-USUARIO TO WS-OPERADOR.
           OPEN I-O PLSAUDE-ARQ.
           IF WS-PLSAUDE-STATUS = '35'
               OPEN OUTPUT PLSAUDE-ARQ
               CLOSE PLSAUDE-ARQ
               OPEN I-O PLSAUDE-ARQ
           END-IF.
           OPEN INPUT PLANOS-ARQ.
           IF WS-PLANOS-STATUS NOT = '00'
               DISPLAY 'ADESPLAN: MESTRE DE PLANOS (PLANOS) '
                   'INDISPONIVEL - STATUS ' WS-PLANOS-STATUS
               DISPLAY 'ADESPLAN: CADASTRE OS PLANOS NO CADPLANO'
               MOVE 'N' TO WS-CONTINUA
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'ADESPLAN: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'N' TO WS-CONTINUA
           END-IF.
           OPEN INPUT DEPEND-ARQ.
           IF WS-DEPEND-STATUS = '00'
               MOVE 'S' TO WS-DEPEND-OK
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXIBIR-MENU - le a opcao do usuario e direciona para a
      * rotina de manutencao correspondente.
      ******************************************************************
       2000-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '=== ADESOES AO PLANO DE SAUDE ==='.
           DISPLAY '1 - INCLUIR ADESAO'.
           DISPLAY '2 - ENCERRAR ADESAO'.
           DISPLAY '3 - CONSULTAR ADESOES DO FUNCIONARIO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM 3000-INCLUIR THRU 3000-EXIT
               WHEN 2 PERFORM 4000-ENCERRAR THRU 4000-EXIT
               WHEN 3 PERFORM 6000-CONSULTAR THRU 6000-EXIT
               WHEN 9 MOVE 'N' TO WS-CONTINUA
               WHEN OTHER DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INCLUIR - inclui a adesao do titular ou de um dependente.
      * Uma adesao ja encerrada do mesmo beneficiario e substituida
      * pela nova (readesao); uma ainda vigente recusa a inclusao.
      ******************************************************************
       3000-INCLUIR.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.
           MOVE WS-MATRICULA TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   DISPLAY 'ADESPLAN: FUNCIONARIO NAO ENCONTRADO'
                   GO TO 3000-EXIT
           END-READ.
           IF NOT EMP-ATIVO
               DISPLAY 'ADESPLAN: FUNCIONARIO DESLIGADO - '
                   'OPERACAO REJEITADA'
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'FUNCIONARIO....: ' EMP-NOME.
           DISPLAY 'SEQUENCIA (00=TITULAR, OU SEQ. DO DEPENDENTE): '
               WITH NO ADVANCING.
           ACCEPT WS-SEQUENCIA.
           MOVE WS-MATRICULA TO PLA-MATRICULA.
           MOVE WS-SEQUENCIA TO PLA-SEQUENCIA.
           MOVE 'N' TO WS-EXISTE.
           READ PLSAUDE-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE
           END-READ.
           IF WS-ADESAO-EXISTE AND PLA-VIGENTE
               DISPLAY 'ADESPLAN: BENEFICIARIO JA TEM ADESAO VIGENTE '
                   'NO PLANO ' PLA-PLANO
               GO TO 3000-EXIT
           END-IF.
           IF WS-SEQUENCIA = 0
               PERFORM 3100-DADOS-TITULAR THRU 3100-EXIT
           ELSE
               PERFORM 3200-DADOS-DEPENDENTE THRU 3200-EXIT
           END-IF.
           IF PLA-PLANO = SPACES
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'CARTEIRINHA....: ' WITH NO ADVANCING.
           ACCEPT WS-CARTEIRINHA.
           DISPLAY 'INICIO (AAAAMMDD): ' WITH NO ADVANCING.
           ACCEPT WS-DATA-INICIO.
           IF WS-DATA-INICIO = 0
               DISPLAY 'ADESPLAN: DATA DE INICIO EM BRANCO - '
                   'OPERACAO REJEITADA'
               GO TO 3000-EXIT
           END-IF.
           IF WS-SEQUENCIA > 0 AND WS-DATA-INICIO < WS-INICIO-TITULAR
               DISPLAY 'ADESPLAN: INICIO ANTERIOR AO DO TITULAR ('
                   WS-INICIO-TITULAR ') - OPERACAO REJEITADA'
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-MATRICULA    TO PLA-MATRICULA.
           MOVE WS-SEQUENCIA    TO PLA-SEQUENCIA.
           MOVE WS-CARTEIRINHA  TO PLA-CARTEIRINHA.
           MOVE WS-DATA-INICIO  TO PLA-DATA-INICIO.
           MOVE 0               TO PLA-DATA-FIM.
           MOVE SPACES          TO PLA-MOTIVO-FIM.
           MOVE WS-DATA-SISTEMA TO PLA-DATA-ALTERACAO.
           MOVE WS-OPERADOR     TO PLA-OPERADOR.
           IF WS-ADESAO-EXISTE
               REWRITE PLA-REGISTRO
                   INVALID KEY
                       DISPLAY 'ADESPLAN: ERRO AO GRAVAR ADESAO'
                   NOT INVALID KEY
                       DISPLAY 'ADESPLAN: READESAO GRAVADA'
               END-REWRITE
           ELSE
               WRITE PLA-REGISTRO
                   INVALID KEY
                       DISPLAY 'ADESPLAN: ERRO AO GRAVAR ADESAO'
                   NOT INVALID KEY
                       DISPLAY 'ADESPLAN: ADESAO INCLUIDA'
               END-WRITE
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-DADOS-TITULAR - plano (conferido no PLANOS) e data de
      * nascimento do titular; o nome vem do mestre. Qualquer dado
      * invalido deixa PLA-PLANO em branco, o que rejeita a inclusao.
      ******************************************************************
       3100-DADOS-TITULAR.
           MOVE SPACES TO PLA-REGISTRO.
           MOVE EMP-NOME TO PLA-NOME.
           DISPLAY 'PLANO..........: ' WITH NO ADVANCING.
           ACCEPT PLN-CODIGO.
           READ PLANOS-ARQ
               INVALID KEY
                   DISPLAY 'ADESPLAN: PLANO NAO CADASTRADO NO CADPLANO'
                   GO TO 3100-EXIT
           END-READ.
           DISPLAY 'PLANO..........: ' PLN-DESCRICAO.
           DISPLAY 'NASCIMENTO (AAAAMMDD): ' WITH NO ADVANCING.
           ACCEPT PLA-DATA-NASCIMENTO.
           IF PLA-DATA-NASCIMENTO = 0
               OR PLA-DATA-NASCIMENTO > WS-DATA-SISTEMA
               DISPLAY 'ADESPLAN: DATA DE NASCIMENTO INVALIDA - '
                   'OPERACAO REJEITADA'
               GO TO 3100-EXIT
           END-IF.
           MOVE PLN-CODIGO TO PLA-PLANO.
           MOVE 0 TO WS-INICIO-TITULAR.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-DADOS-DEPENDENTE - o dependente precisa estar no DEPEND e
      * o titular ter adesao vigente; entra no plano do titular, com
      * nome e nascimento do DEPEND.
      ******************************************************************
       3200-DADOS-DEPENDENTE.
           MOVE SPACES TO PLA-PLANO.
           IF NOT WS-DEPEND-DISPONIVEL
               DISPLAY 'ADESPLAN: ARQUIVO DE DEPENDENTES (DEPEND) '
                   'INDISPONIVEL'
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-MATRICULA TO DPD-MATRICULA.
           MOVE WS-SEQUENCIA TO DPD-SEQUENCIA.
           READ DEPEND-ARQ
               INVALID KEY
                   DISPLAY 'ADESPLAN: DEPENDENTE NAO CADASTRADO - '
                       'INCLUA NO CADFUNC'
                   GO TO 3200-EXIT
           END-READ.
           DISPLAY 'DEPENDENTE.....: ' DPD-NOME.
           MOVE WS-MATRICULA TO PLA-MATRICULA.
           MOVE 0            TO PLA-SEQUENCIA.
           READ PLSAUDE-ARQ
               INVALID KEY
                   DISPLAY 'ADESPLAN: TITULAR SEM ADESAO - INCLUA O '
                       'TITULAR PRIMEIRO'
                   GO TO 3200-EXIT
           END-READ.
           IF NOT PLA-VIGENTE
               DISPLAY 'ADESPLAN: ADESAO DO TITULAR ENCERRADA - '
                   'OPERACAO REJEITADA'
               GO TO 3200-EXIT
           END-IF.
           MOVE PLA-PLANO       TO WS-PLANO-TITULAR.
           MOVE PLA-DATA-INICIO TO WS-INICIO-TITULAR.
           MOVE SPACES TO PLA-REGISTRO.
           MOVE DPD-NOME            TO PLA-NOME.
           MOVE DPD-DATA-NASCIMENTO TO PLA-DATA-NASCIMENTO.
           MOVE WS-PLANO-TITULAR    TO PLA-PLANO.
           DISPLAY 'PLANO DO TITULAR: ' PLA-PLANO.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ENCERRAR - encerra a cobertura de um beneficiario na data
      * informada. Encerrar o titular encerra tambem os dependentes
      * ainda vigentes, com o motivo 'T'.
      ******************************************************************
       4000-ENCERRAR.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.
           DISPLAY 'SEQUENCIA (00=TITULAR): ' WITH NO ADVANCING.
           ACCEPT WS-SEQUENCIA.
           MOVE WS-MATRICULA TO PLA-MATRICULA.
           MOVE WS-SEQUENCIA TO PLA-SEQUENCIA.
           READ PLSAUDE-ARQ
               INVALID KEY
                   DISPLAY 'ADESPLAN: ADESAO NAO ENCONTRADA'
                   GO TO 4000-EXIT
           END-READ.
           IF NOT PLA-VIGENTE
               DISPLAY 'ADESPLAN: ADESAO JA ENCERRADA EM '
                   PLA-DATA-FIM
               GO TO 4000-EXIT
           END-IF.
           DISPLAY 'BENEFICIARIO...: ' PLA-NOME.
           DISPLAY 'FIM DA COBERTURA (AAAAMMDD): ' WITH NO ADVANCING.
           ACCEPT WS-DATA-FIM.
           IF WS-DATA-FIM < PLA-DATA-INICIO
               DISPLAY 'ADESPLAN: FIM ANTERIOR AO INICIO - '
                   'OPERACAO REJEITADA'
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-DATA-FIM     TO PLA-DATA-FIM.
           MOVE 'P'             TO PLA-MOTIVO-FIM.
           MOVE WS-DATA-SISTEMA TO PLA-DATA-ALTERACAO.
           MOVE WS-OPERADOR     TO PLA-OPERADOR.
           REWRITE PLA-REGISTRO
               INVALID KEY
                   DISPLAY 'ADESPLAN: ERRO AO ENCERRAR ADESAO'
                   GO TO 4000-EXIT
           END-REWRITE.
           DISPLAY 'ADESPLAN: ADESAO ENCERRADA'.
           IF WS-SEQUENCIA = 0
               PERFORM 4500-ENCERRAR-DEPENDENTES THRU 4500-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4500-ENCERRAR-DEPENDENTES - encerra, na mesma data do titular,
      * as adesoes ainda vigentes dos dependentes da matricula.
      ******************************************************************
       4500-ENCERRAR-DEPENDENTES.
           MOVE 0 TO WS-QTD-ENCERRADOS.
           PERFORM 8000-POSICIONAR-ADESOES THRU 8000-EXIT.
           PERFORM 4550-ENCERRAR-UM-DEPENDENTE THRU 4550-EXIT
               UNTIL FIM-DAS-ADESOES.
           IF WS-QTD-ENCERRADOS > 0
               DISPLAY 'ADESPLAN: ' WS-QTD-ENCERRADOS
                   ' DEPENDENTE(S) ENCERRADO(S) JUNTO COM O TITULAR'
           END-IF.
       4500-EXIT.
           EXIT.

       4550-ENCERRAR-UM-DEPENDENTE.
           IF PLA-SEQUENCIA > 0 AND PLA-VIGENTE
               IF WS-DATA-FIM < PLA-DATA-INICIO
                   MOVE PLA-DATA-INICIO TO PLA-DATA-FIM
               ELSE
                   MOVE WS-DATA-FIM TO PLA-DATA-FIM
               END-IF
               MOVE 'T'             TO PLA-MOTIVO-FIM
               MOVE WS-DATA-SISTEMA TO PLA-DATA-ALTERACAO
               MOVE WS-OPERADOR     TO PLA-OPERADOR
               REWRITE PLA-REGISTRO
                   INVALID KEY
                       DISPLAY 'ADESPLAN: ERRO AO ENCERRAR DEPENDENTE '
                           PLA-SEQUENCIA
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ENCERRADOS
               END-REWRITE
           END-IF.
           PERFORM 8900-LER-PROXIMA-ADESAO THRU 8900-EXIT.
       4550-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CONSULTAR - lista as adesoes da matricula com a situacao,
      * o preco da faixa etaria na competencia corrente e a
      * coparticipacao do funcionario, e o desconto do mes ja limitado
      * pelo teto do plano.
      ******************************************************************
       6000-CONSULTAR.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.
           MOVE 0 TO WS-QTD-LISTADOS.
           MOVE 0 TO WS-TOTAL-PRECO.
           MOVE 0 TO WS-TOTAL-FUNCIONARIO.
           MOVE 0 TO WS-TETO-FAMILIA.
           PERFORM 8000-POSICIONAR-ADESOES THRU 8000-EXIT.
           PERFORM 6100-LISTAR-ADESAO THRU 6100-EXIT
               UNTIL FIM-DAS-ADESOES.
           IF WS-QTD-LISTADOS = 0
               DISPLAY 'ADESPLAN: MATRICULA SEM ADESAO AO PLANO'
               GO TO 6000-EXIT
           END-IF.
           IF WS-TETO-FAMILIA > 0
               AND WS-TOTAL-FUNCIONARIO > WS-TETO-FAMILIA
               MOVE WS-TETO-FAMILIA TO WS-TOTAL-FUNCIONARIO
           END-IF.
           MOVE WS-TOTAL-PRECO       TO WS-VALOR-EDITADO.
           MOVE WS-TOTAL-FUNCIONARIO TO WS-VALOR-EDITADO-2.
           DISPLAY 'CUSTO DO MES: ' WS-VALOR-EDITADO
               '  DESCONTO DO FUNCIONARIO: ' WS-VALOR-EDITADO-2.
       6000-EXIT.
           EXIT.

       6100-LISTAR-ADESAO.
           ADD 1 TO WS-QTD-LISTADOS.
           IF PLA-VIGENTE
               MOVE 'VIGENTE' TO WS-SITUACAO
               MOVE PLA-PLANO           TO PPL-PLANO
               MOVE PLA-DATA-NASCIMENTO TO PPL-DATA-NASCIMENTO
               MOVE WS-SIS-COMPETENCIA  TO PPL-COMPETENCIA
               IF PLA-TITULAR
                   MOVE 'T' TO PPL-TIPO-BENEFICIARIO
               ELSE
                   MOVE 'D' TO PPL-TIPO-BENEFICIARIO
               END-IF
               CALL 'PRECOPLN' USING PPL-PARAMETROS
               ADD PPL-PRECO             TO WS-TOTAL-PRECO
               ADD PPL-VALOR-FUNCIONARIO TO WS-TOTAL-FUNCIONARIO
               MOVE PPL-TETO-DESCONTO    TO WS-TETO-FAMILIA
               MOVE PPL-PRECO             TO WS-VALOR-EDITADO
               MOVE PPL-VALOR-FUNCIONARIO TO WS-VALOR-EDITADO-2
               DISPLAY PLA-SEQUENCIA ' ' PLA-NOME ' ' PLA-PLANO
                   ' ' WS-SITUACAO ' DESDE ' PLA-DATA-INICIO
                   ' IDADE ' PPL-IDADE ' PRECO ' WS-VALOR-EDITADO
                   ' FUNC. ' WS-VALOR-EDITADO-2
           ELSE
               MOVE 'ENCERRADA' TO WS-SITUACAO
               DISPLAY PLA-SEQUENCIA ' ' PLA-NOME ' ' PLA-PLANO
                   ' ' WS-SITUACAO ' DE ' PLA-DATA-INICIO
                   ' A ' PLA-DATA-FIM ' MOTIVO ' PLA-MOTIVO-FIM
           END-IF.
           PERFORM 8900-LER-PROXIMA-ADESAO THRU 8900-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-POSICIONAR-ADESOES - posiciona as adesoes no titular da
      * matricula informada; FIM-DAS-ADESOES ja sai ligado se ela nao
      * tiver nenhuma.
      ******************************************************************
       8000-POSICIONAR-ADESOES.
           MOVE 'N' TO WS-FIM-ADESOES.
           MOVE WS-MATRICULA TO PLA-MATRICULA.
           MOVE 0 TO PLA-SEQUENCIA.
           START PLSAUDE-ARQ KEY IS NOT LESS THAN PLA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ADESOES
           END-START.
           IF WS-PLSAUDE-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ADESOES
           END-IF.
           IF NOT FIM-DAS-ADESOES
               PERFORM 8900-LER-PROXIMA-ADESAO THRU 8900-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

       8900-LER-PROXIMA-ADESAO.
           READ PLSAUDE-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ADESOES
           END-READ.
           IF WS-PLSAUDE-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ADESOES
           END-IF.
           IF NOT FIM-DAS-ADESOES
               AND PLA-MATRICULA NOT = WS-MATRICULA
               MOVE 'S' TO WS-FIM-ADESOES
           END-IF.
       8900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE PLSAUDE-ARQ.
           CLOSE PLANOS-ARQ.
           CLOSE EMPREG-ARQ.
           IF WS-DEPEND-DISPONIVEL
               CLOSE DEPEND-ARQ
           END-IF.
       9000-EXIT.
           EXIT.
