       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCACARG.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Carga anual do orcamento de pessoal (ORCAMENTO) a
      *             partir do arquivo enviado pela financas
      *             (ORCAENT-AAAA, layout ORCENTC), no mesmo molde do
      *             FGTSCARG. Cada linha vira o orcamento de uma
      *             empresa, unidade (departamento ou centro de custo)
      *             e mes; linha ja existente e regravada, de modo que
      *             a financas pode reenviar o ano revisado. Linha de
      *             outro ano, mes fora de 1 a 12, empresa ou
      *             departamento sem cadastro e valor nao numerico sao
      *             rejeitados com aviso. Ajustes pontuais sao feitos
      *             no CADORCA.
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
           SELECT ORCAENT-ARQ
               ASSIGN TO DYNAMIC WS-NOME-ORCAENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORCAENT-STATUS.

           SELECT ORCAMENTO-ARQ
               ASSIGN TO "ORCAMENTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-ORCAMENTO-STATUS.

           SELECT EMPRESAS-ARQ
               ASSIGN TO "EMPRESAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMR-CODIGO
               FILE STATUS IS WS-EMPRESAS-STATUS.

           SELECT DEPTOS-ARQ
               ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCAENT-ARQ
           LABEL RECORD IS STANDARD.
           COPY ORCENTC.

       FD  ORCAMENTO-ARQ
           LABEL RECORD IS STANDARD.
           COPY ORCPESC.

       FD  EMPRESAS-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRESAC.

       FD  DEPTOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPTOSC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-ORCAENT-STATUS       PIC X(02) VALUE '00'.
           05 WS-ORCAMENTO-STATUS     PIC X(02) VALUE '00'.
           05 WS-EMPRESAS-STATUS      PIC X(02) VALUE '00'.
           05 WS-DEPTOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-ENCERRAR             PIC X(01) VALUE 'N'.
               88 ENCERRAR-EXECUCAO   VALUE 'S'.
           05 WS-EMPRESAS-OK          PIC X(01) VALUE 'N'.
               88 WS-EMPRESAS-DISPONIVEL VALUE 'S'.
           05 WS-DEPTOS-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPTOS-DISPONIVEL VALUE 'S'.
           05 WS-LINHA-OK             PIC X(01) VALUE 'S'.
               88 WS-LINHA-VALIDA     VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.

       01  WS-NOME-ORCAENT            PIC X(12) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(06) VALUE 0.
           05 WS-QTD-INCLUIDOS        PIC 9(06) VALUE 0.
           05 WS-QTD-REGRAVADOS       PIC 9(06) VALUE 0.
           05 WS-QTD-REJEITADOS       PIC 9(06) VALUE 0.

           COPY SEGLINKC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT ENCERRAR-EXECUCAO
               PERFORM 2000-CARREGAR-LINHA THRU 2000-EXIT
                   UNTIL FIM-DO-ARQUIVO
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - libera o acesso (a carga regrava o
      * orcamento do ano inteiro), le o ano e abre os arquivos. Sem
      * EMPRESAS ou DEPTOS a carga segue sem a conferencia do cadastro.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'ORCACARG' TO SEG-PROGRAMA.
           MOVE 2          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'S' TO WS-ENCERRAR
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'ANO DO ORCAMENTO................: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           IF WS-PARM-ANO = 0
               DISPLAY 'ORCACARG: ANO INVALIDO'
               MOVE 'S' TO WS-ENCERRAR
               GO TO 1000-EXIT
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-NOME-ORCAENT.
           STRING 'ORCAENT-'         DELIMITED BY SIZE
                  WS-PARM-ANO        DELIMITED BY SIZE
                  INTO WS-NOME-ORCAENT
           END-STRING.
           OPEN INPUT ORCAENT-ARQ.
           IF WS-ORCAENT-STATUS NOT = '00'
               DISPLAY 'ORCACARG: ERRO AO ABRIR ' WS-NOME-ORCAENT
                   ' - STATUS ' WS-ORCAENT-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O ORCAMENTO-ARQ.
           IF WS-ORCAMENTO-STATUS = '35'
               OPEN OUTPUT ORCAMENTO-ARQ
               CLOSE ORCAMENTO-ARQ
               OPEN I-O ORCAMENTO-ARQ
           END-IF.
           IF WS-ORCAMENTO-STATUS NOT = '00'
               DISPLAY 'ORCACARG: ERRO AO ABRIR ORCAMENTO - STATUS '
                   WS-ORCAMENTO-STATUS
               CLOSE ORCAENT-ARQ
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPRESAS-ARQ.
           IF WS-EMPRESAS-STATUS = '00'
               MOVE 'S' TO WS-EMPRESAS-OK
           ELSE
               DISPLAY 'ORCACARG: EMPRESAS INDISPONIVEL - EMPRESA '
                   'NAO CONFERIDA'
           END-IF.
           OPEN INPUT DEPTOS-ARQ.
           IF WS-DEPTOS-STATUS = '00'
               MOVE 'S' TO WS-DEPTOS-OK
           ELSE
               DISPLAY 'ORCACARG: DEPTOS INDISPONIVEL - DEPARTAMENTO '
                   'NAO CONFERIDO'
           END-IF.
           PERFORM 2900-LER-LINHA THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARREGAR-LINHA - confere a linha corrente e grava (ou
      * regrava) o orcamento da empresa, unidade e mes.
      ******************************************************************
       2000-CARREGAR-LINHA.
           ADD 1 TO WS-QTD-LIDOS.
           PERFORM 2100-CONFERIR-LINHA THRU 2100-EXIT.
           IF NOT WS-LINHA-VALIDA
               ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2000-LER
           END-IF.
           MOVE SPACES               TO ORC-REGISTRO.
           MOVE ORE-EMPRESA          TO ORC-EMPRESA.
           MOVE ORE-TIPO-UNIDADE     TO ORC-TIPO-UNIDADE.
           MOVE ORE-UNIDADE          TO ORC-UNIDADE.
           MOVE ORE-ANO              TO ORC-ANO.
           MOVE ORE-MES              TO ORC-MES.
           MOVE ORE-QTD-PESSOAS      TO ORC-QTD-PESSOAS.
           MOVE ORE-MASSA-SALARIAL   TO ORC-MASSA-SALARIAL.
           MOVE ORE-ENCARGOS         TO ORC-ENCARGOS.
           MOVE ORE-HORAS-EXTRAS     TO ORC-HORAS-EXTRAS.
           MOVE 'A'                  TO ORC-ORIGEM.
           MOVE WS-DATA-SISTEMA      TO ORC-DATA-ALTERACAO.
           MOVE SEG-USUARIO          TO ORC-OPERADOR.
           WRITE ORC-REGISTRO
               INVALID KEY
                   REWRITE ORC-REGISTRO
                       INVALID KEY
                           DISPLAY 'ORCACARG: ERRO AO GRAVAR '
                               'ORCAMENTO DA LINHA ' WS-QTD-LIDOS
                           ADD 1 TO WS-QTD-REJEITADOS
                           GO TO 2000-LER
                   END-REWRITE
                   ADD 1 TO WS-QTD-REGRAVADOS
                   GO TO 2000-LER
           END-WRITE.
           ADD 1 TO WS-QTD-INCLUIDOS.
       2000-LER.
           PERFORM 2900-LER-LINHA THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CONFERIR-LINHA - desliga WS-LINHA-VALIDA, com aviso, se a
      * linha for de outro ano, tiver mes, tipo de unidade ou valor
      * invalido, ou apontar para empresa ou departamento sem
      * cadastro.
      ******************************************************************
       2100-CONFERIR-LINHA.
           MOVE 'S' TO WS-LINHA-OK.
           IF ORE-ANO NOT = WS-PARM-ANO
               DISPLAY 'ORCACARG: LINHA ' WS-QTD-LIDOS
                   ' DE OUTRO ANO - IGNORADA'
               MOVE 'N' TO WS-LINHA-OK
               GO TO 2100-EXIT
           END-IF.
           IF ORE-MES = 0 OR ORE-MES > 12
               DISPLAY 'ORCACARG: LINHA ' WS-QTD-LIDOS
                   ' COM MES INVALIDO - IGNORADA'
               MOVE 'N' TO WS-LINHA-OK
               GO TO 2100-EXIT
           END-IF.
           IF (ORE-TIPO-UNIDADE NOT = 'D'
               AND ORE-TIPO-UNIDADE NOT = 'C')
               OR ORE-UNIDADE = SPACES
               DISPLAY 'ORCACARG: LINHA ' WS-QTD-LIDOS
                   ' COM UNIDADE INVALIDA - IGNORADA'
               MOVE 'N' TO WS-LINHA-OK
               GO TO 2100-EXIT
           END-IF.
           IF ORE-QTD-PESSOAS NOT NUMERIC
               OR ORE-MASSA-SALARIAL NOT NUMERIC
               OR ORE-ENCARGOS NOT NUMERIC
               OR ORE-HORAS-EXTRAS NOT NUMERIC
               DISPLAY 'ORCACARG: LINHA ' WS-QTD-LIDOS
                   ' COM VALOR NAO NUMERICO - IGNORADA'
               MOVE 'N' TO WS-LINHA-OK
               GO TO 2100-EXIT
           END-IF.
           IF WS-EMPRESAS-DISPONIVEL
               MOVE ORE-EMPRESA TO EMR-CODIGO
               READ EMPRESAS-ARQ
                   INVALID KEY
                       DISPLAY 'ORCACARG: LINHA ' WS-QTD-LIDOS
                           ' EMPRESA ' ORE-EMPRESA
                           ' NAO CADASTRADA - IGNORADA'
                       MOVE 'N' TO WS-LINHA-OK
                       GO TO 2100-EXIT
               END-READ
           END-IF.
           IF ORE-TIPO-UNIDADE = 'D' AND WS-DEPTOS-DISPONIVEL
               MOVE ORE-UNIDADE (1:4) TO DEP-CODIGO
               READ DEPTOS-ARQ
                   INVALID KEY
                       DISPLAY 'ORCACARG: LINHA ' WS-QTD-LIDOS
                           ' DEPARTAMENTO ' ORE-UNIDADE (1:4)
                           ' NAO CADASTRADO - IGNORADA'
                       MOVE 'N' TO WS-LINHA-OK
               END-READ
           END-IF.
       2100-EXIT.
           EXIT.

       2900-LER-LINHA.
           READ ORCAENT-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos e mostra os totais da carga.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE ORCAENT-ARQ.
           CLOSE ORCAMENTO-ARQ.
           IF WS-EMPRESAS-DISPONIVEL
               CLOSE EMPRESAS-ARQ
           END-IF.
           IF WS-DEPTOS-DISPONIVEL
               CLOSE DEPTOS-ARQ
           END-IF.
           DISPLAY 'ORCACARG: ARQUIVO CARREGADO.: ' WS-NOME-ORCAENT.
           DISPLAY 'ORCACARG: LINHAS LIDAS......: ' WS-QTD-LIDOS.
           DISPLAY 'ORCACARG: MESES INCLUIDOS...: ' WS-QTD-INCLUIDOS.
           DISPLAY 'ORCACARG: MESES REGRAVADOS..: ' WS-QTD-REGRAVADOS.
           DISPLAY 'ORCACARG: IGNORADAS.........: ' WS-QTD-REJEITADOS.
       9000-EXIT.
           EXIT.
