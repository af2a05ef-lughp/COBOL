       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCFOL.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Conciliacao da folha paga, depois do arquivo do
      *             banco. Para a empresa e a competencia informadas,
      *             amarra tres pontas:
      *             - historico: o liquido e a pensao alimenticia de
      *               cada folha gravada pelo RELAT no FOLHAHIS;
      *             - banco: os creditos do arquivo de pagamento
      *               gerado pelo EXPFUNC (EXPFOLHA no CSV ou EXPCNAB
      *               no formato fixo), menos as rejeicoes do retorno
      *               do banco (RETBANCO) e mais os reenvios do RECBANC
      *               (EXPFOLH2), quando o retorno ja chegou;
      *             - contabilidade: os creditos de salarios a pagar e
      *               de pensao a repassar do lote FOLHACTB-AAAAMM.
      *             Por matricula, o pago ao banco tem de bater com o
      *             liquido mais a pensao da folha; toda diferenca sai
      *             listada no relatorio CONCFOL-AAAAMMDD-HHMM. Os
      *             totais do FOLHAHIS tem de bater com o lote
      *             contabil. Havendo divergencia o programa termina
      *             com RC 8 (o FECHAMES para a esteira) e deixa aviso
      *             urgente no MSGREG para a AUDITORIA; arquivo
      *             obrigatorio indisponivel termina com RC 16.
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
           SELECT FOLHAHIS-ARQ
               ASSIGN TO "FOLHAHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT EXPFOLHA-ARQ
               ASSIGN TO "EXPFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPFOLHA-STATUS.

           SELECT EXPCNAB-ARQ
               ASSIGN TO "EXPCNAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPCNAB-STATUS.

           SELECT RETBANCO-ARQ
               ASSIGN TO "RETBANCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETBANCO-STATUS.

           SELECT EXPFOLH2-ARQ
               ASSIGN TO "EXPFOLH2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPFOLH2-STATUS.

           SELECT FOLHACTB-ARQ
               ASSIGN TO DYNAMIC WS-NOME-FOLHACTB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHACTB-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHAHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHAHC.

       FD  EXPFOLHA-ARQ
           LABEL RECORD IS STANDARD.
       01  EXP-LINHA                  PIC X(132).

      * Registro do formato fixo do EXPFUNC: so o detalhe '3' (um por
      * credito) interessa - matricula e valor em posicoes fixas.
       FD  EXPCNAB-ARQ
           LABEL RECORD IS STANDARD.
       01  CNB-LINHA                  PIC X(240).
       01  CNB-DETALHE.
           05 CNB-TIPO                PIC X(01).
           05 CNB-MATRICULA           PIC X(06).
           05 FILLER                  PIC X(60).
           05 CNB-VALOR               PIC 9(13)V99.
           05 FILLER                  PIC X(158).

       FD  RETBANCO-ARQ
           LABEL RECORD IS STANDARD.
           COPY RETBANC.

       FD  EXPFOLH2-ARQ
           LABEL RECORD IS STANDARD.
       01  EXP2-LINHA                 PIC X(132).

       FD  FOLHACTB-ARQ
           LABEL RECORD IS STANDARD.
           COPY CTBLANC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-FOLHAHIS-STATUS      PIC X(02) VALUE '00'.
           05 WS-EXPFOLHA-STATUS      PIC X(02) VALUE '00'.
           05 WS-EXPCNAB-STATUS       PIC X(02) VALUE '00'.
           05 WS-RETBANCO-STATUS      PIC X(02) VALUE '00'.
           05 WS-EXPFOLH2-STATUS      PIC X(02) VALUE '00'.
           05 WS-FOLHACTB-STATUS      PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-ENCERRAR             PIC X(01) VALUE 'N'.
               88 ENCERRAR-EXECUCAO   VALUE 'S'.
           05 WS-ABERTOS              PIC X(01) VALUE 'N'.
               88 WS-ARQUIVOS-ABERTOS VALUE 'S'.
           05 WS-RETBANCO-OK          PIC X(01) VALUE 'N'.
               88 WS-RETBANCO-DISPONIVEL VALUE 'S'.
           05 WS-EXPFOLH2-OK          PIC X(01) VALUE 'N'.
               88 WS-EXPFOLH2-DISPONIVEL VALUE 'S'.
           05 WS-FIM-BANCO            PIC X(01) VALUE 'N'.
               88 FIM-DO-BANCO        VALUE 'S'.
           05 WS-FIM-HISTORICO        PIC X(01) VALUE 'N'.
               88 FIM-DO-HISTORICO    VALUE 'S'.
           05 WS-FIM-RETORNO          PIC X(01) VALUE 'N'.
               88 FIM-DO-RETORNO      VALUE 'S'.
           05 WS-FIM-REENVIO          PIC X(01) VALUE 'N'.
               88 FIM-DO-REENVIO      VALUE 'S'.
           05 WS-FIM-LOTE             PIC X(01) VALUE 'N'.
               88 FIM-DO-LOTE         VALUE 'S'.
           05 WS-ORDEM-BANCO          PIC X(01) VALUE 'S'.
               88 WS-BANCO-EM-ORDEM   VALUE 'S'.
           05 WS-ACHOU-ITEM           PIC X(01) VALUE 'N'.
               88 WS-ITEM-ACHADO      VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 99.
               88 WS-TODAS-AS-EMPRESAS VALUE 99.
           05 WS-PARM-FORMATO         PIC X(01) VALUE 'C'.
               88 WS-FORMATO-CSV      VALUE 'C'.
               88 WS-FORMATO-FIXO     VALUE 'F'.
           05 WS-PARM-RETORNO         PIC X(01) VALUE 'N'.
               88 WS-COM-RETORNO      VALUE 'S'.

       01  WS-NOME-RELATORIO          PIC X(21) VALUE SPACES.
       01  WS-NOME-FOLHACTB           PIC X(19) VALUE SPACES.
       01  WS-SUFIXO-EMPRESA          PIC X(04) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

      * Arquivo do banco, lido uma linha adiante: os creditos de uma
      * mesma matricula (o do funcionario e, logo depois, os das
      * pensoes) sao somados num grupo. O EXPFUNC grava na ordem do
      * mestre, por matricula - fora de ordem nao ha conciliacao.
       01  WS-LEITURA-BANCO.
           05 WS-CHAVE-LINHA          PIC X(06) VALUE SPACES.
           05 WS-CHAVE-ANTERIOR       PIC X(06) VALUE LOW-VALUES.
           05 WS-VALOR-LINHA          PIC S9(11)V99 VALUE 0.
       01  WS-GRUPO-BANCO.
           05 WS-CHAVE-GRUPO          PIC X(06) VALUE SPACES.
           05 WS-GRP-ENVIADO          PIC S9(11)V99 VALUE 0.
           05 WS-GRP-CREDITO-FUNC     PIC S9(11)V99 VALUE 0.

      * Linha CSV do EXPFUNC/RECBANC: o valor (editado, com virgula
      * decimal) comeca depois da terceira virgula.
       01  WS-LINHA-CSV               PIC X(132) VALUE SPACES.
       01  WS-POSICOES-CSV.
           05 WS-POS-LINHA            PIC 9(03) COMP VALUE 0.
           05 WS-POS-VALOR            PIC 9(03) COMP VALUE 0.
           05 WS-QTD-VIRGULAS         PIC 9(01) COMP VALUE 0.
       01  WS-VALOR-TEXTO             PIC X(13) VALUE SPACES.
       01  WS-VALOR-EDITADO REDEFINES WS-VALOR-TEXTO
                                      PIC -Z.ZZZ.ZZ9,99.

       01  WS-LEITURA-HISTORICO.
           05 WS-CHAVE-HIST           PIC X(06) VALUE SPACES.
           05 WS-HIS-NOME             PIC X(30) VALUE SPACES.
           05 WS-HIS-LIQUIDO          PIC S9(09)V99 VALUE 0.
           05 WS-HIS-PENSAO           PIC S9(09)V99 VALUE 0.

      * Conciliacao da matricula corrente.
       01  WS-CONCILIACAO.
           05 WS-CHAVE-CONC           PIC X(06) VALUE SPACES.
           05 WS-CNC-NOME             PIC X(30) VALUE SPACES.
           05 WS-CNC-TEM-FOLHA        PIC X(01) VALUE 'N'.
               88 WS-CNC-COM-FOLHA    VALUE 'S'.
           05 WS-CNC-TEM-ENVIO        PIC X(01) VALUE 'N'.
               88 WS-CNC-COM-ENVIO    VALUE 'S'.
           05 WS-CNC-LIQUIDO          PIC S9(11)V99 VALUE 0.
           05 WS-CNC-PENSAO           PIC S9(11)V99 VALUE 0.
           05 WS-CNC-ESPERADO         PIC S9(11)V99 VALUE 0.
           05 WS-CNC-ENVIADO          PIC S9(11)V99 VALUE 0.
           05 WS-CNC-CREDITO-FUNC     PIC S9(11)V99 VALUE 0.
           05 WS-CNC-REJEITADO        PIC S9(11)V99 VALUE 0.
           05 WS-CNC-REENVIADO        PIC S9(11)V99 VALUE 0.
           05 WS-CNC-PAGO             PIC S9(11)V99 VALUE 0.
           05 WS-CNC-DIFERENCA        PIC S9(11)V99 VALUE 0.
           05 WS-CNC-OBS              PIC X(15) VALUE SPACES.

      * Matriculas rejeitadas no retorno do banco e creditos reenviados
      * pelo RECBANC (somados por matricula), marcados quando casam com
      * o historico ou com o arquivo enviado.
       01  WS-TAB-RETORNO.
           05 WS-QTD-RETORNOS         PIC 9(03) COMP VALUE 0.
           05 WS-RET-ITEM OCCURS 500 TIMES INDEXED BY WS-IDX-RET.
               10 WS-RET-MATRICULA    PIC X(06).
               10 WS-RET-USADO        PIC X(01).
       01  WS-TAB-REENVIO.
           05 WS-QTD-REENVIOS         PIC 9(03) COMP VALUE 0.
           05 WS-REE-ITEM OCCURS 500 TIMES INDEXED BY WS-IDX-REE.
               10 WS-REE-MATRICULA    PIC X(06).
               10 WS-REE-VALOR        PIC S9(11)V99.
               10 WS-REE-USADO        PIC X(01).

       01  WS-TOTAIS.
           05 WS-TOT-HIS-LIQUIDO      PIC S9(11)V99 VALUE 0.
           05 WS-TOT-HIS-PENSAO       PIC S9(11)V99 VALUE 0.
           05 WS-TOT-ESPERADO         PIC S9(11)V99 VALUE 0.
           05 WS-TOT-ENVIADO          PIC S9(11)V99 VALUE 0.
           05 WS-TOT-REJEITADO        PIC S9(11)V99 VALUE 0.
           05 WS-TOT-REENVIADO        PIC S9(11)V99 VALUE 0.
           05 WS-TOT-PAGO             PIC S9(11)V99 VALUE 0.
           05 WS-TOT-CTB-SALARIOS     PIC S9(11)V99 VALUE 0.
           05 WS-TOT-CTB-PENSAO       PIC S9(11)V99 VALUE 0.
           05 WS-DIF-LOTE             PIC S9(11)V99 VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-FOLHAS           PIC 9(06) COMP VALUE 0.
           05 WS-QTD-CREDITOS         PIC 9(06) COMP VALUE 0.
           05 WS-QTD-DIVERGENCIAS     PIC 9(05) COMP VALUE 0.
       01  WS-QTD-EDITADA             PIC ZZZZ9.

       01  CAB1C.
           05 FILLER       PIC X(132) VALUE ALL '-'.

       01  CAB2C.
           05 FILLER       PIC X(28) VALUE
               'CONCILIACAO DA FOLHA PAGA - '.
           05 CAB2C-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2C-ANO    PIC 9999.
           05 FILLER       PIC X(11) VALUE ' - EMPRESA '.
           05 CAB2C-EMPRESA PIC X(05).
           05 FILLER       PIC X(11) VALUE ' - ARQUIVO '.
           05 CAB2C-ARQUIVO PIC X(08).
           05 FILLER       PIC X(22) VALUE
               ' - RETORNO DO BANCO: '.
           05 CAB2C-RETORNO PIC X(03).

       01  CAB3C.
           05 FILLER       PIC X(08) VALUE 'MATRIC'.
           05 FILLER       PIC X(24) VALUE 'NOME'.
           05 FILLER       PIC X(14) VALUE ' LIQUIDO FOLHA'.
           05 FILLER       PIC X(14) VALUE '       PENSOES'.
           05 FILLER       PIC X(14) VALUE '       ENVIADO'.
           05 FILLER       PIC X(14) VALUE '     REJEITADO'.
           05 FILLER       PIC X(14) VALUE '     REENVIADO'.
           05 FILLER       PIC X(14) VALUE '     DIFERENCA'.
           05 FILLER       PIC X(16) VALUE ' OBSERVACAO'.

       01  DET1C.
           05 DET1C-MATRICULA PIC X(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1C-NOME   PIC X(24).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-LIQUIDO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-PENSAO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-ENVIADO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-REJEITADO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-REENVIADO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-DIFERENCA PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1C-OBS    PIC X(15).

       01  TOT1C.
           05 TOT1C-ROTULO PIC X(40).
           05 TOT1C-VALOR  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 TOT1C-OBS    PIC X(40).

       01  TOT2C.
           05 TOT2C-ROTULO PIC X(40).
           05 FILLER       PIC X(12) VALUE SPACES.
           05 TOT2C-QTD    PIC ZZZ.ZZ9.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 TOT2C-OBS    PIC X(40).

           COPY MSGGRVC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT ENCERRAR-EXECUCAO
               PERFORM 2000-CARREGAR-RETORNO THRU 2000-EXIT
               PERFORM 3000-CONCILIAR-CREDITOS THRU 3000-EXIT
               IF WS-BANCO-EM-ORDEM
                   PERFORM 5000-SOMAR-LOTE-CONTABIL THRU 5000-EXIT
                   PERFORM 7000-IMPRIMIR-TOTAIS THRU 7000-EXIT
                   IF WS-QTD-DIVERGENCIAS > 0
                       PERFORM 8000-ALERTAR-DIVERGENCIA THRU 8000-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - le competencia, empresa, formato do arquivo
      * do banco e se o retorno do banco ja deve entrar, e abre os
      * arquivos. FOLHAHIS, arquivo do banco e lote contabil sao
      * obrigatorios; sem algum deles o job termina com RC 16.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'MES DA COMPETENCIA.................: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA COMPETENCIA.................: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           DISPLAY 'EMPRESA (99 = TODAS)...............: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-EMPRESA.
           DISPLAY 'ARQUIVO DO BANCO (C=CSV / F=FIXO)..: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-FORMATO.
           DISPLAY 'INCLUIR RETORNO DO BANCO (S/N).....: '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-RETORNO.
           IF WS-PARM-MES = 0 OR WS-PARM-MES > 12
               OR WS-PARM-ANO = 0
               DISPLAY 'CONCFOL: COMPETENCIA INVALIDA'
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-FORMATO-FIXO
               MOVE 'C' TO WS-PARM-FORMATO
           END-IF.
           IF NOT WS-COM-RETORNO
               MOVE 'N' TO WS-PARM-RETORNO
           END-IF.
           OPEN INPUT FOLHAHIS-ARQ.
           IF WS-FOLHAHIS-STATUS NOT = '00'
               DISPLAY 'CONCFOL: ERRO AO ABRIR FOLHAHIS - STATUS '
                   WS-FOLHAHIS-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF WS-FORMATO-FIXO
               OPEN INPUT EXPCNAB-ARQ
               IF WS-EXPCNAB-STATUS NOT = '00'
                   DISPLAY 'CONCFOL: ERRO AO ABRIR EXPCNAB - STATUS '
                       WS-EXPCNAB-STATUS
                   CLOSE FOLHAHIS-ARQ
                   MOVE 'S' TO WS-ENCERRAR
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           ELSE
               OPEN INPUT EXPFOLHA-ARQ
               IF WS-EXPFOLHA-STATUS NOT = '00'
                   DISPLAY 'CONCFOL: ERRO AO ABRIR EXPFOLHA - STATUS '
                       WS-EXPFOLHA-STATUS
                   CLOSE FOLHAHIS-ARQ
                   MOVE 'S' TO WS-ENCERRAR
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-SUFIXO-EMPRESA.
           IF NOT WS-TODAS-AS-EMPRESAS
               STRING '-E'             DELIMITED BY SIZE
                      WS-PARM-EMPRESA  DELIMITED BY SIZE
                      INTO WS-SUFIXO-EMPRESA
               END-STRING
           END-IF.
           MOVE SPACES TO WS-NOME-FOLHACTB.
           STRING 'FOLHACTB-'        DELIMITED BY SIZE
                  WS-PARM-ANO        DELIMITED BY SIZE
                  WS-PARM-MES        DELIMITED BY SIZE
                  WS-SUFIXO-EMPRESA  DELIMITED BY SPACE
                  INTO WS-NOME-FOLHACTB
           END-STRING.
           OPEN INPUT FOLHACTB-ARQ.
           IF WS-FOLHACTB-STATUS NOT = '00'
               DISPLAY 'CONCFOL: ERRO AO ABRIR ' WS-NOME-FOLHACTB
                   ' - STATUS ' WS-FOLHACTB-STATUS
               DISPLAY 'CONCFOL: SEM LOTE CONTABIL DO RELAT OFICIAL '
                   'NAO HA CONCILIACAO'
               CLOSE FOLHAHIS-ARQ
               IF WS-FORMATO-FIXO
                   CLOSE EXPCNAB-ARQ
               ELSE
                   CLOSE EXPFOLHA-ARQ
               END-IF
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF WS-COM-RETORNO
               OPEN INPUT RETBANCO-ARQ
               IF WS-RETBANCO-STATUS = '00'
                   MOVE 'S' TO WS-RETBANCO-OK
               ELSE
                   DISPLAY 'CONCFOL: RETBANCO INDISPONIVEL - NENHUMA '
                       'REJEICAO A DESCONTAR'
               END-IF
               OPEN INPUT EXPFOLH2-ARQ
               IF WS-EXPFOLH2-STATUS = '00'
                   MOVE 'S' TO WS-EXPFOLH2-OK
               ELSE
                   DISPLAY 'CONCFOL: EXPFOLH2 INDISPONIVEL - NENHUM '
                       'REENVIO A SOMAR'
               END-IF
           END-IF.
           MOVE 'S' TO WS-ABERTOS.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'CONCFOL-'           DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'CONCFOL: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-ENCERRAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-MES TO CAB2C-MES.
           MOVE WS-PARM-ANO TO CAB2C-ANO.
           IF WS-TODAS-AS-EMPRESAS
               MOVE 'TODAS' TO CAB2C-EMPRESA
           ELSE
               MOVE WS-PARM-EMPRESA TO CAB2C-EMPRESA
           END-IF.
           IF WS-FORMATO-FIXO
               MOVE 'EXPCNAB' TO CAB2C-ARQUIVO
           ELSE
               MOVE 'EXPFOLHA' TO CAB2C-ARQUIVO
           END-IF.
           IF WS-COM-RETORNO
               MOVE 'SIM' TO CAB2C-RETORNO
           ELSE
               MOVE 'NAO' TO CAB2C-RETORNO
           END-IF.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3C TO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARREGAR-RETORNO - guarda as matriculas rejeitadas no
      * RETBANCO e soma por matricula os creditos reenviados no
      * EXPFOLH2. Sem o retorno pedido, nada a descontar nem a somar.
      ******************************************************************
       2000-CARREGAR-RETORNO.
           IF WS-RETBANCO-DISPONIVEL
               PERFORM 2050-LER-RETORNO THRU 2050-EXIT
               PERFORM 2100-GUARDAR-REJEICAO THRU 2100-EXIT
                   UNTIL FIM-DO-RETORNO
           END-IF.
           IF WS-EXPFOLH2-DISPONIVEL
               PERFORM 2250-LER-REENVIO THRU 2250-EXIT
               PERFORM 2200-GUARDAR-REENVIO THRU 2200-EXIT
                   UNTIL FIM-DO-REENVIO
           END-IF.
       2000-EXIT.
           EXIT.

       2050-LER-RETORNO.
           READ RETBANCO-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-RETORNO
           END-READ.
           IF WS-RETBANCO-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-RETORNO
           END-IF.
       2050-EXIT.
           EXIT.

       2100-GUARDAR-REJEICAO.
           IF RET-MATRICULA NOT NUMERIC
               GO TO 2100-LER
           END-IF.
           MOVE RET-MATRICULA TO WS-CHAVE-CONC.
           PERFORM 6200-ACHAR-RETORNO THRU 6200-EXIT.
           IF WS-ITEM-ACHADO
               GO TO 2100-LER
           END-IF.
           IF WS-QTD-RETORNOS NOT < 500
               DISPLAY 'CONCFOL: MAIS DE 500 REJEICOES - MATRICULA '
                   RET-MATRICULA ' FORA DA CONCILIACAO'
               GO TO 2100-LER
           END-IF.
           ADD 1 TO WS-QTD-RETORNOS.
           SET WS-IDX-RET TO WS-QTD-RETORNOS.
           MOVE RET-MATRICULA TO WS-RET-MATRICULA (WS-IDX-RET).
           MOVE 'N'           TO WS-RET-USADO (WS-IDX-RET).
       2100-LER.
           PERFORM 2050-LER-RETORNO THRU 2050-EXIT.
       2100-EXIT.
           EXIT.

       2200-GUARDAR-REENVIO.
           IF EXP2-LINHA (1:6) NOT NUMERIC
               GO TO 2200-LER
           END-IF.
           MOVE EXP2-LINHA TO WS-LINHA-CSV.
           PERFORM 6000-EXTRAIR-VALOR-CSV THRU 6000-EXIT.
           MOVE EXP2-LINHA (1:6) TO WS-CHAVE-CONC.
           PERFORM 6300-ACHAR-REENVIO THRU 6300-EXIT.
           IF NOT WS-ITEM-ACHADO
               IF WS-QTD-REENVIOS NOT < 500
                   DISPLAY 'CONCFOL: MAIS DE 500 REENVIOS - MATRICULA '
                       WS-CHAVE-CONC ' FORA DA CONCILIACAO'
                   GO TO 2200-LER
               END-IF
               ADD 1 TO WS-QTD-REENVIOS
               SET WS-IDX-REE TO WS-QTD-REENVIOS
               MOVE WS-CHAVE-CONC TO WS-REE-MATRICULA (WS-IDX-REE)
               MOVE 0             TO WS-REE-VALOR (WS-IDX-REE)
               MOVE 'N'           TO WS-REE-USADO (WS-IDX-REE)
           END-IF.
           ADD WS-VALOR-LINHA TO WS-REE-VALOR (WS-IDX-REE).
       2200-LER.
           PERFORM 2250-LER-REENVIO THRU 2250-EXIT.
       2200-EXIT.
           EXIT.

       2250-LER-REENVIO.
           READ EXPFOLH2-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-REENVIO
           END-READ.
           IF WS-EXPFOLH2-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-REENVIO
           END-IF.
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONCILIAR-CREDITOS - casa, por matricula, as folhas da
      * competencia no FOLHAHIS com os grupos de creditos do arquivo
      * do banco (os dois em ordem de matricula). Matricula so de um
      * dos lados tambem e conciliada - folha sem credito ou credito
      * sem folha. No fim, rejeicoes e reenvios que nao casaram com
      * nenhuma das duas pontas.
      ******************************************************************
       3000-CONCILIAR-CREDITOS.
           PERFORM 3100-LER-LINHA-BANCO THRU 3100-EXIT.
           PERFORM 3200-MONTAR-GRUPO THRU 3200-EXIT.
           MOVE 0 TO FH-MATRICULA.
           MOVE 0 TO FH-ANO.
           MOVE 0 TO FH-MES.
           START FOLHAHIS-ARQ KEY IS NOT LESS THAN FH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-HISTORICO
           END-START.
           PERFORM 3300-LER-HISTORICO THRU 3300-EXIT.
           PERFORM 3500-CONCILIAR-MATRICULA THRU 3500-EXIT
               UNTIL (WS-CHAVE-HIST = HIGH-VALUES
                      AND WS-CHAVE-GRUPO = HIGH-VALUES)
                  OR NOT WS-BANCO-EM-ORDEM.
           IF NOT WS-BANCO-EM-ORDEM
               MOVE SPACES TO REL-LINHA
               STRING 'ARQUIVO DO BANCO FORA DA ORDEM DE MATRICULA '
                          DELIMITED BY SIZE
                      '- CONCILIACAO INTERROMPIDA'
                          DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3800-LISTAR-RETORNO-SOLTO THRU 3800-EXIT
               VARYING WS-IDX-RET FROM 1 BY 1
               UNTIL WS-IDX-RET > WS-QTD-RETORNOS.
           PERFORM 3850-LISTAR-REENVIO-SOLTO THRU 3850-EXIT
               VARYING WS-IDX-REE FROM 1 BY 1
               UNTIL WS-IDX-REE > WS-QTD-REENVIOS.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LER-LINHA-BANCO - proximo credito do arquivo do banco em
      * WS-CHAVE-LINHA / WS-VALOR-LINHA (HIGH-VALUES no fim). Linha de
      * cabecalho do CSV e registros de controle do fixo sao pulados.
      ******************************************************************
       3100-LER-LINHA-BANCO.
           MOVE HIGH-VALUES TO WS-CHAVE-LINHA.
           IF FIM-DO-BANCO
               GO TO 3100-EXIT
           END-IF.
           IF WS-FORMATO-FIXO
               PERFORM 3110-LER-CNAB THRU 3110-EXIT
           ELSE
               PERFORM 3120-LER-CSV THRU 3120-EXIT
           END-IF.
           IF WS-CHAVE-LINHA = HIGH-VALUES
               GO TO 3100-EXIT
           END-IF.
           IF WS-CHAVE-LINHA < WS-CHAVE-ANTERIOR
               DISPLAY 'CONCFOL: ARQUIVO DO BANCO FORA DA ORDEM DE '
                   'MATRICULA EM ' WS-CHAVE-LINHA
               MOVE 'N' TO WS-ORDEM-BANCO
               MOVE 'S' TO WS-FIM-BANCO
               MOVE HIGH-VALUES TO WS-CHAVE-LINHA
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-CHAVE-LINHA TO WS-CHAVE-ANTERIOR.
           ADD 1 TO WS-QTD-CREDITOS.
       3100-EXIT.
           EXIT.

       3110-LER-CNAB.
           READ EXPCNAB-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-BANCO
                   GO TO 3110-EXIT
           END-READ.
           IF WS-EXPCNAB-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-BANCO
               GO TO 3110-EXIT
           END-IF.
           IF CNB-TIPO NOT = '3'
               GO TO 3110-LER-CNAB
           END-IF.
           MOVE CNB-MATRICULA TO WS-CHAVE-LINHA.
           MOVE CNB-VALOR     TO WS-VALOR-LINHA.
       3110-EXIT.
           EXIT.

       3120-LER-CSV.
           READ EXPFOLHA-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-BANCO
                   GO TO 3120-EXIT
           END-READ.
           IF WS-EXPFOLHA-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-BANCO
               GO TO 3120-EXIT
           END-IF.
           IF EXP-LINHA (1:6) NOT NUMERIC
               GO TO 3120-LER-CSV
           END-IF.
           MOVE EXP-LINHA TO WS-LINHA-CSV.
           PERFORM 6000-EXTRAIR-VALOR-CSV THRU 6000-EXIT.
           MOVE EXP-LINHA (1:6) TO WS-CHAVE-LINHA.
       3120-EXIT.
           EXIT.

      ******************************************************************
      * 3200-MONTAR-GRUPO - soma os creditos consecutivos da matricula
      * da linha lida adiante. O primeiro e o do funcionario (e o que
      * o banco rejeita); os seguintes, das pensoes dele.
      ******************************************************************
       3200-MONTAR-GRUPO.
           MOVE WS-CHAVE-LINHA TO WS-CHAVE-GRUPO.
           MOVE 0 TO WS-GRP-ENVIADO.
           MOVE 0 TO WS-GRP-CREDITO-FUNC.
           IF WS-CHAVE-GRUPO = HIGH-VALUES
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-VALOR-LINHA TO WS-GRP-CREDITO-FUNC.
           PERFORM 3250-SOMAR-LINHA THRU 3250-EXIT
               UNTIL WS-CHAVE-LINHA NOT = WS-CHAVE-GRUPO.
       3200-EXIT.
           EXIT.

       3250-SOMAR-LINHA.
           ADD WS-VALOR-LINHA TO WS-GRP-ENVIADO.
           PERFORM 3100-LER-LINHA-BANCO THRU 3100-EXIT.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 3300-LER-HISTORICO - proxima folha da competencia e da empresa
      * pedidas no FOLHAHIS (HIGH-VALUES no fim), somando os totais de
      * liquido e de pensao para o confronto com o lote contabil.
      ******************************************************************
       3300-LER-HISTORICO.
           MOVE HIGH-VALUES TO WS-CHAVE-HIST.
           IF FIM-DO-HISTORICO
               GO TO 3300-EXIT
           END-IF.
           READ FOLHAHIS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HISTORICO
                   GO TO 3300-EXIT
           END-READ.
           IF WS-FOLHAHIS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-HISTORICO
               GO TO 3300-EXIT
           END-IF.
           IF FH-ANO NOT = WS-PARM-ANO
               OR FH-MES NOT = WS-PARM-MES
               GO TO 3300-LER-HISTORICO
           END-IF.
           IF NOT WS-TODAS-AS-EMPRESAS
               AND FH-EMPRESA NOT = WS-PARM-EMPRESA
               GO TO 3300-LER-HISTORICO
           END-IF.
           MOVE FH-MATRICULA TO WS-CHAVE-HIST.
           MOVE FH-NOME      TO WS-HIS-NOME.
           MOVE FH-LIQUIDO   TO WS-HIS-LIQUIDO.
           MOVE 0 TO WS-HIS-PENSAO.
           IF FH-VALOR-PENSAO IS NUMERIC
               MOVE FH-VALOR-PENSAO TO WS-HIS-PENSAO
           END-IF.
           ADD 1 TO WS-QTD-FOLHAS.
           ADD WS-HIS-LIQUIDO TO WS-TOT-HIS-LIQUIDO.
           ADD WS-HIS-PENSAO  TO WS-TOT-HIS-PENSAO.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CONCILIAR-MATRICULA - a menor das duas chaves e conciliada
      * e o lado (ou os lados) dela avanca.
      ******************************************************************
       3500-CONCILIAR-MATRICULA.
           MOVE SPACES TO WS-CNC-NOME.
           MOVE 'N' TO WS-CNC-TEM-FOLHA.
           MOVE 'N' TO WS-CNC-TEM-ENVIO.
           MOVE 0 TO WS-CNC-LIQUIDO.
           MOVE 0 TO WS-CNC-PENSAO.
           MOVE 0 TO WS-CNC-ESPERADO.
           MOVE 0 TO WS-CNC-ENVIADO.
           MOVE 0 TO WS-CNC-CREDITO-FUNC.
           MOVE 0 TO WS-CNC-REJEITADO.
           MOVE 0 TO WS-CNC-REENVIADO.
           EVALUATE TRUE
               WHEN WS-CHAVE-HIST = WS-CHAVE-GRUPO
                   MOVE WS-CHAVE-HIST TO WS-CHAVE-CONC
                   PERFORM 3510-TOMAR-FOLHA THRU 3510-EXIT
                   PERFORM 3520-TOMAR-ENVIO THRU 3520-EXIT
                   PERFORM 3300-LER-HISTORICO THRU 3300-EXIT
                   PERFORM 3200-MONTAR-GRUPO THRU 3200-EXIT
               WHEN WS-CHAVE-HIST < WS-CHAVE-GRUPO
                   MOVE WS-CHAVE-HIST TO WS-CHAVE-CONC
                   PERFORM 3510-TOMAR-FOLHA THRU 3510-EXIT
                   PERFORM 3300-LER-HISTORICO THRU 3300-EXIT
               WHEN OTHER
                   MOVE WS-CHAVE-GRUPO TO WS-CHAVE-CONC
                   PERFORM 3520-TOMAR-ENVIO THRU 3520-EXIT
                   PERFORM 3200-MONTAR-GRUPO THRU 3200-EXIT
           END-EVALUATE.
           PERFORM 3600-APLICAR-RETORNO THRU 3600-EXIT.
           PERFORM 3700-AVALIAR-MATRICULA THRU 3700-EXIT.
       3500-EXIT.
           EXIT.

      * 3510-TOMAR-FOLHA - o banco deve pagar o liquido positivo e as
      * pensoes descontadas na folha (creditadas aos beneficiarios).
       3510-TOMAR-FOLHA.
           MOVE 'S' TO WS-CNC-TEM-FOLHA.
           MOVE WS-HIS-NOME TO WS-CNC-NOME.
           IF WS-HIS-LIQUIDO > 0
               MOVE WS-HIS-LIQUIDO TO WS-CNC-LIQUIDO
           END-IF.
           IF WS-HIS-PENSAO > 0
               MOVE WS-HIS-PENSAO TO WS-CNC-PENSAO
           END-IF.
           COMPUTE WS-CNC-ESPERADO = WS-CNC-LIQUIDO + WS-CNC-PENSAO.
       3510-EXIT.
           EXIT.

       3520-TOMAR-ENVIO.
           MOVE 'S' TO WS-CNC-TEM-ENVIO.
           MOVE WS-GRP-ENVIADO      TO WS-CNC-ENVIADO.
           MOVE WS-GRP-CREDITO-FUNC TO WS-CNC-CREDITO-FUNC.
       3520-EXIT.
           EXIT.

      ******************************************************************
      * 3600-APLICAR-RETORNO - rejeicao do banco desconta o credito do
      * funcionario enviado; reenvio do RECBANC soma o que foi mandado
      * de novo.
      ******************************************************************
       3600-APLICAR-RETORNO.
           PERFORM 6200-ACHAR-RETORNO THRU 6200-EXIT.
           IF WS-ITEM-ACHADO
               MOVE 'S' TO WS-RET-USADO (WS-IDX-RET)
               MOVE WS-CNC-CREDITO-FUNC TO WS-CNC-REJEITADO
           END-IF.
           PERFORM 6300-ACHAR-REENVIO THRU 6300-EXIT.
           IF WS-ITEM-ACHADO
               MOVE 'S' TO WS-REE-USADO (WS-IDX-REE)
               MOVE WS-REE-VALOR (WS-IDX-REE) TO WS-CNC-REENVIADO
           END-IF.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3700-AVALIAR-MATRICULA - pago = enviado - rejeitado +
      * reenviado; diferente do esperado pela folha, a matricula sai
      * no relatorio com o motivo provavel.
      ******************************************************************
       3700-AVALIAR-MATRICULA.
           COMPUTE WS-CNC-PAGO = WS-CNC-ENVIADO - WS-CNC-REJEITADO
               + WS-CNC-REENVIADO.
           COMPUTE WS-CNC-DIFERENCA = WS-CNC-PAGO - WS-CNC-ESPERADO.
           ADD WS-CNC-ESPERADO  TO WS-TOT-ESPERADO.
           ADD WS-CNC-ENVIADO   TO WS-TOT-ENVIADO.
           ADD WS-CNC-REJEITADO TO WS-TOT-REJEITADO.
           ADD WS-CNC-REENVIADO TO WS-TOT-REENVIADO.
           ADD WS-CNC-PAGO      TO WS-TOT-PAGO.
           IF WS-CNC-DIFERENCA = 0
               GO TO 3700-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-CNC-COM-FOLHA
                   MOVE 'SEM FOLHA' TO WS-CNC-OBS
               WHEN NOT WS-CNC-COM-ENVIO
                   MOVE 'SEM CREDITO' TO WS-CNC-OBS
               WHEN WS-CNC-REJEITADO > 0 AND WS-CNC-REENVIADO = 0
                   MOVE 'REJ SEM REENVIO' TO WS-CNC-OBS
               WHEN OTHER
                   MOVE 'VALOR DIVERGE' TO WS-CNC-OBS
           END-EVALUATE.
           PERFORM 7500-IMPRIMIR-DIVERGENCIA THRU 7500-EXIT.
       3700-EXIT.
           EXIT.

      * 3800-LISTAR-RETORNO-SOLTO - rejeicao de matricula que nao
      * esta no arquivo enviado nem na folha: retorno de outro envio.
       3800-LISTAR-RETORNO-SOLTO.
           IF WS-RET-USADO (WS-IDX-RET) = 'S'
               GO TO 3800-EXIT
           END-IF.
           MOVE WS-RET-MATRICULA (WS-IDX-RET) TO WS-CHAVE-CONC.
           MOVE SPACES TO WS-CNC-NOME.
           MOVE 0 TO WS-CNC-LIQUIDO.
           MOVE 0 TO WS-CNC-PENSAO.
           MOVE 0 TO WS-CNC-ENVIADO.
           MOVE 0 TO WS-CNC-REJEITADO.
           MOVE 0 TO WS-CNC-REENVIADO.
           MOVE 0 TO WS-CNC-DIFERENCA.
           MOVE 'RETORNO S/ENVIO' TO WS-CNC-OBS.
           PERFORM 7500-IMPRIMIR-DIVERGENCIA THRU 7500-EXIT.
       3800-EXIT.
           EXIT.

      * 3850-LISTAR-REENVIO-SOLTO - reenvio de matricula sem folha na
      * competencia e fora do arquivo enviado: pago sem ser devido.
       3850-LISTAR-REENVIO-SOLTO.
           IF WS-REE-USADO (WS-IDX-REE) = 'S'
               GO TO 3850-EXIT
           END-IF.
           MOVE WS-REE-MATRICULA (WS-IDX-REE) TO WS-CHAVE-CONC.
           MOVE SPACES TO WS-CNC-NOME.
           MOVE 0 TO WS-CNC-LIQUIDO.
           MOVE 0 TO WS-CNC-PENSAO.
           MOVE 0 TO WS-CNC-ENVIADO.
           MOVE 0 TO WS-CNC-REJEITADO.
           MOVE WS-REE-VALOR (WS-IDX-REE) TO WS-CNC-REENVIADO.
           MOVE WS-CNC-REENVIADO TO WS-CNC-DIFERENCA.
           ADD WS-CNC-REENVIADO TO WS-TOT-REENVIADO.
           ADD WS-CNC-REENVIADO TO WS-TOT-PAGO.
           MOVE 'REENVIO S/FOLHA' TO WS-CNC-OBS.
           PERFORM 7500-IMPRIMIR-DIVERGENCIA THRU 7500-EXIT.
       3850-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SOMAR-LOTE-CONTABIL - soma no lote FOLHACTB da
      * competencia os creditos de salarios a pagar e de pensao a
      * repassar gravados pelo RELAT.
      ******************************************************************
       5000-SOMAR-LOTE-CONTABIL.
           PERFORM 5100-SOMAR-LANCAMENTO THRU 5100-EXIT
               UNTIL FIM-DO-LOTE.
       5000-EXIT.
           EXIT.

       5100-SOMAR-LANCAMENTO.
           READ FOLHACTB-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-LOTE
                   GO TO 5100-EXIT
           END-READ.
           IF WS-FOLHACTB-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-LOTE
               GO TO 5100-EXIT
           END-IF.
           IF NOT CTB-TIPO-LANCAMENTO OR NOT CTB-CREDITO
               GO TO 5100-EXIT
           END-IF.
           IF CTB-CONTA = 'SALARIOS A PAGAR'
               ADD CTB-VALOR TO WS-TOT-CTB-SALARIOS
           END-IF.
           IF CTB-CONTA = 'PENSAO A REPASSAR'
               ADD CTB-VALOR TO WS-TOT-CTB-PENSAO
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-EXTRAIR-VALOR-CSV - valor do credito da linha CSV em
      * WS-LINHA-CSV (campo editado depois da terceira virgula) para
      * WS-VALOR-LINHA. Linha sem o campo vale zero.
      ******************************************************************
       6000-EXTRAIR-VALOR-CSV.
           MOVE 0 TO WS-VALOR-LINHA.
           MOVE 0 TO WS-QTD-VIRGULAS.
           MOVE 0 TO WS-POS-VALOR.
           PERFORM 6100-PROCURAR-VIRGULA THRU 6100-EXIT
               VARYING WS-POS-LINHA FROM 1 BY 1
               UNTIL WS-POS-LINHA > 119 OR WS-POS-VALOR > 0.
           IF WS-POS-VALOR = 0
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-LINHA-CSV (WS-POS-VALOR:13) TO WS-VALOR-TEXTO.
           MOVE WS-VALOR-EDITADO TO WS-VALOR-LINHA.
       6000-EXIT.
           EXIT.

       6100-PROCURAR-VIRGULA.
           IF WS-LINHA-CSV (WS-POS-LINHA:1) = ','
               ADD 1 TO WS-QTD-VIRGULAS
               IF WS-QTD-VIRGULAS = 3
                   COMPUTE WS-POS-VALOR = WS-POS-LINHA + 1
               END-IF
           END-IF.
       6100-EXIT.
           EXIT.

      * 6200-ACHAR-RETORNO - posiciona WS-IDX-RET na rejeicao da
      * matricula WS-CHAVE-CONC, se houver.
       6200-ACHAR-RETORNO.
           MOVE 'N' TO WS-ACHOU-ITEM.
           SET WS-IDX-RET TO 1.
           SEARCH WS-RET-ITEM
               AT END
                   CONTINUE
               WHEN WS-IDX-RET > WS-QTD-RETORNOS
                   CONTINUE
               WHEN WS-RET-MATRICULA (WS-IDX-RET) = WS-CHAVE-CONC
                   MOVE 'S' TO WS-ACHOU-ITEM
           END-SEARCH.
       6200-EXIT.
           EXIT.

      * 6300-ACHAR-REENVIO - posiciona WS-IDX-REE no reenvio da
      * matricula WS-CHAVE-CONC, se houver.
       6300-ACHAR-REENVIO.
           MOVE 'N' TO WS-ACHOU-ITEM.
           SET WS-IDX-REE TO 1.
           SEARCH WS-REE-ITEM
               AT END
                   CONTINUE
               WHEN WS-IDX-REE > WS-QTD-REENVIOS
                   CONTINUE
               WHEN WS-REE-MATRICULA (WS-IDX-REE) = WS-CHAVE-CONC
                   MOVE 'S' TO WS-ACHOU-ITEM
           END-SEARCH.
       6300-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-TOTAIS - as tres pontas lado a lado: folha,
      * banco (com retorno e reenvio) e lote contabil. Cada confronto
      * de totais que nao bate conta como divergencia.
      ******************************************************************
       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'LIQUIDO DA FOLHA (FOLHAHIS)...........:'
               TO TOT1C-ROTULO.
           MOVE WS-TOT-HIS-LIQUIDO TO TOT1C-VALOR.
           MOVE SPACES TO TOT1C-OBS.
           PERFORM 7900-GRAVAR-TOTAL THRU 7900-EXIT.
           MOVE 'PENSOES DESCONTADAS (FOLHAHIS)........:'
               TO TOT1C-ROTULO.
           MOVE WS-TOT-HIS-PENSAO TO TOT1C-VALOR.
           PERFORM 7900-GRAVAR-TOTAL THRU 7900-EXIT.
           MOVE 'A PAGAR NO BANCO (LIQUIDO + PENSOES)..:'
               TO TOT1C-ROTULO.
           MOVE WS-TOT-ESPERADO TO TOT1C-VALOR.
           PERFORM 7900-GRAVAR-TOTAL THRU 7900-EXIT.
           MOVE 'ENVIADO NO ARQUIVO DO BANCO...........:'
               TO TOT1C-ROTULO.
           MOVE WS-TOT-ENVIADO TO TOT1C-VALOR.
           PERFORM 7900-GRAVAR-TOTAL THRU 7900-EXIT.
           MOVE '(-) REJEITADO NO RETORNO (RETBANCO)...:'
               TO TOT1C-ROTULO.
           MOVE WS-TOT-REJEITADO TO TOT1C-VALOR.
           PERFORM 7900-GRAVAR-TOTAL THRU 7900-EXIT.
           MOVE '(+) REENVIADO (EXPFOLH2)..............:'
               TO TOT1C-ROTULO.
           MOVE WS-TOT-REENVIADO TO TOT1C-VALOR.
           PERFORM 7900-GRAVAR-TOTAL THRU 7900-EXIT.
           MOVE 'PAGO PELO BANCO.......................:'
               TO TOT1C-ROTULO.
           MOVE WS-TOT-PAGO TO TOT1C-VALOR.
           IF WS-TOT-PAGO = WS-TOT-ESPERADO
               MOVE 'CONFERE COM A FOLHA' TO TOT1C-OBS
           ELSE
               MOVE 'DIVERGE DA FOLHA - VER MATRICULAS'
                   TO TOT1C-OBS
           END-IF.
           PERFORM 7900-GRAVAR-TOTAL THRU 7900-EXIT.
           MOVE 'SALARIOS A PAGAR (LOTE CONTABIL)......:'
               TO TOT1C-ROTULO.
           MOVE WS-TOT-CTB-SALARIOS TO TOT1C-VALOR.
           COMPUTE WS-DIF-LOTE = WS-TOT-CTB-SALARIOS
               - WS-TOT-HIS-LIQUIDO.
           PERFORM 7800-CONFERIR-LOTE THRU 7800-EXIT.
           PERFORM 7900-GRAVAR-TOTAL THRU 7900-EXIT.
           MOVE 'PENSAO A REPASSAR (LOTE CONTABIL).....:'
               TO TOT1C-ROTULO.
           MOVE WS-TOT-CTB-PENSAO TO TOT1C-VALOR.
           COMPUTE WS-DIF-LOTE = WS-TOT-CTB-PENSAO
               - WS-TOT-HIS-PENSAO.
           PERFORM 7800-CONFERIR-LOTE THRU 7800-EXIT.
           PERFORM 7900-GRAVAR-TOTAL THRU 7900-EXIT.
           MOVE CAB1C TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'FOLHAS NA COMPETENCIA.................:'
               TO TOT2C-ROTULO.
           MOVE WS-QTD-FOLHAS TO TOT2C-QTD.
           MOVE SPACES TO TOT2C-OBS.
           PERFORM 7950-GRAVAR-QUANTIDADE THRU 7950-EXIT.
           MOVE 'CREDITOS NO ARQUIVO DO BANCO..........:'
               TO TOT2C-ROTULO.
           MOVE WS-QTD-CREDITOS TO TOT2C-QTD.
           PERFORM 7950-GRAVAR-QUANTIDADE THRU 7950-EXIT.
           MOVE 'DIVERGENCIAS..........................:'
               TO TOT2C-ROTULO.
           MOVE WS-QTD-DIVERGENCIAS TO TOT2C-QTD.
           IF WS-QTD-DIVERGENCIAS = 0
               MOVE 'FOLHA CONCILIADA' TO TOT2C-OBS
           ELSE
               MOVE 'FOLHA NAO CONCILIADA' TO TOT2C-OBS
           END-IF.
           PERFORM 7950-GRAVAR-QUANTIDADE THRU 7950-EXIT.
       7000-EXIT.
           EXIT.

       7500-IMPRIMIR-DIVERGENCIA.
           ADD 1 TO WS-QTD-DIVERGENCIAS.
           MOVE WS-CHAVE-CONC     TO DET1C-MATRICULA.
           MOVE WS-CNC-NOME       TO DET1C-NOME.
           MOVE WS-CNC-LIQUIDO    TO DET1C-LIQUIDO.
           MOVE WS-CNC-PENSAO     TO DET1C-PENSAO.
           MOVE WS-CNC-ENVIADO    TO DET1C-ENVIADO.
           MOVE WS-CNC-REJEITADO  TO DET1C-REJEITADO.
           MOVE WS-CNC-REENVIADO  TO DET1C-REENVIADO.
           MOVE WS-CNC-DIFERENCA  TO DET1C-DIFERENCA.
           MOVE WS-CNC-OBS        TO DET1C-OBS.
           MOVE DET1C TO REL-LINHA.
           WRITE REL-LINHA.
       7500-EXIT.
           EXIT.

      * 7800-CONFERIR-LOTE - total do lote contabil contra o da folha
      * (diferenca em WS-DIF-LOTE).
       7800-CONFERIR-LOTE.
           IF WS-DIF-LOTE = 0
               MOVE 'CONFERE COM O FOLHAHIS' TO TOT1C-OBS
           ELSE
               MOVE 'DIVERGE DO FOLHAHIS' TO TOT1C-OBS
               ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF.
       7800-EXIT.
           EXIT.

       7900-GRAVAR-TOTAL.
           MOVE TOT1C TO REL-LINHA.
           WRITE REL-LINHA.
       7900-EXIT.
           EXIT.

       7950-GRAVAR-QUANTIDADE.
           MOVE TOT2C TO REL-LINHA.
           WRITE REL-LINHA.
       7950-EXIT.
           EXIT.

      ******************************************************************
      * 8000-ALERTAR-DIVERGENCIA - deixa na caixa MSGREG o aviso
      * urgente da folha nao conciliada para a auditoria.
      ******************************************************************
       8000-ALERTAR-DIVERGENCIA.
           MOVE WS-QTD-DIVERGENCIAS TO WS-QTD-EDITADA.
           MOVE 'AUDITORIA' TO GRV-DESTINATARIO.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'CONCFOL: '          DELIMITED BY SIZE
                  WS-QTD-EDITADA       DELIMITED BY SIZE
                  ' DIVERGENCIA(S) NA FOLHA '
                                       DELIMITED BY SIZE
                  WS-PARM-MES          DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-PARM-ANO          DELIMITED BY SIZE
                  ' - VER '            DELIMITED BY SIZE
                  WS-NOME-RELATORIO    DELIMITED BY SPACE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'U' TO GRV-PRIORIDADE.
           CALL 'MSGGRAV' USING GRV-PARAMETROS.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos e devolve o codigo de
      * retorno: 8 com divergencia, 16 com o arquivo do banco fora de
      * ordem (os erros de abertura ja sairam com 16).
      ******************************************************************
       9000-FINALIZAR.
           IF NOT WS-ARQUIVOS-ABERTOS
               GO TO 9000-EXIT
           END-IF.
           CLOSE FOLHAHIS-ARQ.
           IF WS-FORMATO-FIXO
               CLOSE EXPCNAB-ARQ
           ELSE
               CLOSE EXPFOLHA-ARQ
           END-IF.
           CLOSE FOLHACTB-ARQ.
           IF WS-RETBANCO-DISPONIVEL
               CLOSE RETBANCO-ARQ
           END-IF.
           IF WS-EXPFOLH2-DISPONIVEL
               CLOSE EXPFOLH2-ARQ
           END-IF.
           IF WS-RELATORIO-STATUS = '00'
               CLOSE RELATORIO-ARQ
               DISPLAY 'CONCFOL: RELATORIO GRAVADO EM '
                   WS-NOME-RELATORIO
           END-IF.
           IF ENCERRAR-EXECUCAO
               GO TO 9000-EXIT
           END-IF.
           IF NOT WS-BANCO-EM-ORDEM
               DISPLAY 'CONCFOL: CONCILIACAO INTERROMPIDA - ARQUIVO '
                   'DO BANCO FORA DE ORDEM'
               MOVE 16 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-QTD-DIVERGENCIAS > 0
               MOVE WS-QTD-DIVERGENCIAS TO WS-QTD-EDITADA
               DISPLAY 'CONCFOL: ' WS-QTD-EDITADA
                   ' DIVERGENCIA(S) - FOLHA NAO CONCILIADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'CONCFOL: FOLHA CONCILIADA - ' WS-QTD-FOLHAS
                   ' FOLHAS, ' WS-QTD-CREDITOS ' CREDITOS'
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
