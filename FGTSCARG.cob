       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTSCARG.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Carga da conta de FGTS por funcionario (FGTSCTA) a
      *             partir de um arquivo de depositos ja gerado pelo
      *             RELAT (FGTSDEP-AAAAMM, ou FGTSDEP-AAAAMM-Enn da
      *             execucao por empresa). Roda uma vez por competencia
      *             anterior a conta, para o saldo do FGTS comecar
      *             completo. Cada deposito 'D' vira um lancamento 'D'
      *             na conta, no vinculo vigente na competencia: o
      *             atual (EMPREG) se a competencia e posterior a
      *             admissao, senao o periodo anterior do PERIODOS que
      *             a contem. A base e reconstituida do valor (8 por
      *             cento). Recarregar a competencia regrava os mesmos
      *             lancamentos.
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
           SELECT FGTSDEP-ARQ
               ASSIGN TO DYNAMIC WS-NOME-FGTSDEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGTSDEP-STATUS.

           SELECT FGTSCTA-ARQ
               ASSIGN TO "FGTSCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGC-CHAVE
               FILE STATUS IS WS-FGTSCTA-STATUS.

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

           SELECT PERIODOS-ARQ
               ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-PERIODOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FGTSDEP-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSDEPC.

       FD  FGTSCTA-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSCTC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  PERIODOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PERIODC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-FGTSDEP-STATUS       PIC X(02) VALUE '00'.
           05 WS-FGTSCTA-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-PERIODOS-STATUS      PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-ENCERRAR             PIC X(01) VALUE 'N'.
               88 ENCERRAR-EXECUCAO   VALUE 'S'.
           05 WS-PERIODOS-OK          PIC X(01) VALUE 'N'.
               88 WS-PERIODOS-DISPONIVEL VALUE 'S'.
           05 WS-FIM-PERIODOS         PIC X(01) VALUE 'N'.
               88 FIM-DOS-PERIODOS    VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 99.
               88 WS-TODAS-AS-EMPRESAS VALUE 99.

       01  WS-NOME-FGTSDEP            PIC X(18) VALUE SPACES.
       01  WS-SUFIXO-EMPRESA          PIC X(04) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.

      * Competencia carregada e vinculo em que cada deposito cai.
       01  WS-VINCULO.
           05 WS-COMPETENCIA          PIC 9(06) VALUE 0.
           05 WS-MES-ADMISSAO         PIC 9(06) VALUE 0.
           05 WS-MES-DESLIGAMENTO     PIC 9(06) VALUE 0.
           05 WS-ADMISSAO-VINCULO     PIC 9(08) VALUE 0.

       01  WS-ALIQUOTA-FGTS           PIC 9V99 VALUE 0,08.

       01  WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(06) VALUE 0.
           05 WS-QTD-GRAVADOS         PIC 9(06) VALUE 0.
           05 WS-QTD-REJEITADOS       PIC 9(06) VALUE 0.

           COPY SEGLINKC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT ENCERRAR-EXECUCAO
               PERFORM 2000-CARREGAR-DEPOSITO THRU 2000-EXIT
                   UNTIL FIM-DO-ARQUIVO
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - libera o acesso (a carga grava na conta de
      * FGTS), le a competencia e a empresa, e abre os arquivos.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'FGTSCARG' TO SEG-PROGRAMA.
           MOVE 2          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'S' TO WS-ENCERRAR
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'MES DA COMPETENCIA..............: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA COMPETENCIA..............: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           DISPLAY 'EMPRESA (99 = TODAS)............: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-EMPRESA.
           COMPUTE WS-COMPETENCIA = WS-PARM-ANO * 100 + WS-PARM-MES.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-SUFIXO-EMPRESA.
           IF NOT WS-TODAS-AS-EMPRESAS
               STRING '-E'             DELIMITED BY SIZE
                      WS-PARM-EMPRESA  DELIMITED BY SIZE
                      INTO WS-SUFIXO-EMPRESA
               END-STRING
           END-IF.
           MOVE SPACES TO WS-NOME-FGTSDEP.
           STRING 'FGTSDEP-'         DELIMITED BY SIZE
                  WS-PARM-ANO        DELIMITED BY SIZE
                  WS-PARM-MES        DELIMITED BY SIZE
                  WS-SUFIXO-EMPRESA  DELIMITED BY SPACE
                  INTO WS-NOME-FGTSDEP
           END-STRING.
           OPEN INPUT FGTSDEP-ARQ.
           IF WS-FGTSDEP-STATUS NOT = '00'
               DISPLAY 'FGTSCARG: ERRO AO ABRIR ' WS-NOME-FGTSDEP
                   ' - STATUS ' WS-FGTSDEP-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'FGTSCARG: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               CLOSE FGTSDEP-ARQ
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O FGTSCTA-ARQ.
           IF WS-FGTSCTA-STATUS = '35'
               OPEN OUTPUT FGTSCTA-ARQ
               CLOSE FGTSCTA-ARQ
               OPEN I-O FGTSCTA-ARQ
           END-IF.
           IF WS-FGTSCTA-STATUS NOT = '00'
               DISPLAY 'FGTSCARG: ERRO AO ABRIR FGTSCTA - STATUS '
                   WS-FGTSCTA-STATUS
               CLOSE FGTSDEP-ARQ
               CLOSE EMPREG-ARQ
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PERIODOS-ARQ.
           IF WS-PERIODOS-STATUS = '00'
               MOVE 'S' TO WS-PERIODOS-OK
           END-IF.
           PERFORM 2900-LER-DEPOSITO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARREGAR-DEPOSITO - lanca o deposito corrente na conta do
      * funcionario, no vinculo vigente na competencia. Trailer e
      * registro de outra competencia sao ignorados.
      ******************************************************************
       2000-CARREGAR-DEPOSITO.
           IF NOT FGD-TIPO-DEPOSITO
               GO TO 2000-LER
           END-IF.
           ADD 1 TO WS-QTD-LIDOS.
           IF FGD-ANO NOT = WS-PARM-ANO
               OR FGD-MES NOT = WS-PARM-MES
               DISPLAY 'FGTSCARG: MATRICULA ' FGD-MATRICULA
                   ' FORA DA COMPETENCIA - IGNORADA'
               ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2000-LER
           END-IF.
           MOVE FGD-MATRICULA TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   DISPLAY 'FGTSCARG: MATRICULA ' FGD-MATRICULA
                       ' NAO CADASTRADA - IGNORADA'
                   ADD 1 TO WS-QTD-REJEITADOS
                   GO TO 2000-LER
           END-READ.
           PERFORM 2100-IDENTIFICAR-VINCULO THRU 2100-EXIT.
           IF WS-ADMISSAO-VINCULO = 0
               DISPLAY 'FGTSCARG: MATRICULA ' FGD-MATRICULA
                   ' SEM VINCULO NA COMPETENCIA - IGNORADA'
               ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2000-LER
           END-IF.
           MOVE SPACES               TO FGC-REGISTRO.
           MOVE FGD-MATRICULA        TO FGC-MATRICULA.
           MOVE FGD-ANO              TO FGC-ANO.
           MOVE FGD-MES              TO FGC-MES.
           MOVE 'D'                  TO FGC-TIPO.
           MOVE WS-ADMISSAO-VINCULO  TO FGC-DATA-ADMISSAO.
           MOVE EMP-EMPRESA          TO FGC-EMPRESA.
           COMPUTE FGC-BASE ROUNDED = FGD-VALOR / WS-ALIQUOTA-FGTS.
           MOVE FGD-VALOR            TO FGC-VALOR.
           MOVE 0                    TO FGC-PERC-MULTA.
           MOVE WS-DATA-SISTEMA      TO FGC-DATA-LANCAMENTO.
           WRITE FGC-REGISTRO
               INVALID KEY
                   REWRITE FGC-REGISTRO
                       INVALID KEY
                           DISPLAY 'FGTSCARG: ERRO AO GRAVAR FGTSCTA '
                               'DA MATRICULA ' FGD-MATRICULA
                           ADD 1 TO WS-QTD-REJEITADOS
                           GO TO 2000-LER
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-QTD-GRAVADOS.
       2000-LER.
           PERFORM 2900-LER-DEPOSITO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-IDENTIFICAR-VINCULO - admissao do vinculo que contem a
      * competencia: a do mestre, se a competencia nao e anterior ao
      * mes da admissao; senao a do periodo do PERIODOS entre cuja
      * admissao e desligamento a competencia cai.
      ******************************************************************
       2100-IDENTIFICAR-VINCULO.
           MOVE 0 TO WS-ADMISSAO-VINCULO.
           COMPUTE WS-MES-ADMISSAO = EMP-DATA-ADMISSAO / 100.
           IF WS-COMPETENCIA >= WS-MES-ADMISSAO
               MOVE EMP-DATA-ADMISSAO TO WS-ADMISSAO-VINCULO
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-PERIODOS-DISPONIVEL
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-PERIODOS.
           MOVE FGD-MATRICULA TO PER-MATRICULA.
           MOVE 0 TO PER-SEQUENCIA.
           START PERIODOS-ARQ KEY IS NOT LESS THAN PER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PERIODOS
           END-START.
           IF NOT FIM-DOS-PERIODOS
               PERFORM 2190-LER-PROXIMO-PERIODO THRU 2190-EXIT
           END-IF.
           PERFORM 2150-TESTAR-PERIODO THRU 2150-EXIT
               UNTIL FIM-DOS-PERIODOS.
       2100-EXIT.
           EXIT.

       2150-TESTAR-PERIODO.
           COMPUTE WS-MES-ADMISSAO     = PER-DATA-ADMISSAO / 100.
           COMPUTE WS-MES-DESLIGAMENTO = PER-DATA-DESLIGAMENTO / 100.
           IF WS-COMPETENCIA >= WS-MES-ADMISSAO
               AND WS-COMPETENCIA <= WS-MES-DESLIGAMENTO
               MOVE PER-DATA-ADMISSAO TO WS-ADMISSAO-VINCULO
               MOVE 'S' TO WS-FIM-PERIODOS
               GO TO 2150-EXIT
           END-IF.
           PERFORM 2190-LER-PROXIMO-PERIODO THRU 2190-EXIT.
       2150-EXIT.
           EXIT.

       2190-LER-PROXIMO-PERIODO.
           READ PERIODOS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PERIODOS
           END-READ.
           IF WS-PERIODOS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PERIODOS
           END-IF.
           IF NOT FIM-DOS-PERIODOS
               AND PER-MATRICULA NOT = FGD-MATRICULA
               MOVE 'S' TO WS-FIM-PERIODOS
           END-IF.
       2190-EXIT.
           EXIT.

       2900-LER-DEPOSITO.
           READ FGTSDEP-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos e mostra os totais da carga.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE FGTSDEP-ARQ.
           CLOSE EMPREG-ARQ.
           CLOSE FGTSCTA-ARQ.
           IF WS-PERIODOS-DISPONIVEL
               CLOSE PERIODOS-ARQ
           END-IF.
           DISPLAY 'FGTSCARG: ARQUIVO CARREGADO.: ' WS-NOME-FGTSDEP.
           DISPLAY 'FGTSCARG: DEPOSITOS LIDOS...: ' WS-QTD-LIDOS.
           DISPLAY 'FGTSCARG: LANCADOS NA CONTA.: ' WS-QTD-GRAVADOS.
           DISPLAY 'FGTSCARG: IGNORADOS.........: ' WS-QTD-REJEITADOS.
       9000-EXIT.
           EXIT.
