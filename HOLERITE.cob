      *                   e a pagina de totais que fecha com o
      *                   registro de folha - acabou a digitacao de
      *                   cem matriculas uma a uma.
      *   15/10/2026 LHP  Linha de adicional noturno (horas noturnas
      *                   reduzidas e valor de FOLHAHIS), agora que o
      *                   RELAT paga o adicional pela folha. Historico
      *                   gravado antes dela sai sem a linha.
      *   15/10/2026 LHP  Linha de adicional de insalubridade (com o
      *                   grau) ou de periculosidade, do FOLHAHIS.
      *   15/10/2026 LHP  Linha propria de desconto da pensao
      *                   alimenticia judicial (FH-VALOR-PENSAO), fora
      *                   das consignacoes.
      *   15/10/2026 LHP  Linha de desconto da contribuicao sindical,
      *                   lida do SINDHIS gravado pelo RELAT; o valor
      *                   faz parte do total de consignacoes do
      *                   historico e entra na conferencia dos itens.
      *   15/10/2026 LHP  Folhas complementares da competencia
      *                   (FOLHACPL) impressas apos o recibo da folha,
      *                   um bloco por sequencia com as rubricas, as
      *                   diferencas de INSS e IRRF e o liquido.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ECP-MATRICULA
               FILE STATUS IS WS-EMPCOMP-STATUS.

           SELECT SINDHIS-ARQ
               ASSIGN TO "SINDHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDH-CHAVE
               FILE STATUS IS WS-SINDHIS-STATUS.

           SELECT FOLHACPL-ARQ
               ASSIGN TO "FOLHACPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHC-CHAVE
               FILE STATUS IS WS-FOLHACPL-STATUS.

           SELECT MANIFESTO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-MANIFESTO
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY CONSIGC.

       FD  SINDHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY SINDHC.

       FD  RUBRICA-ARQ
           LABEL RECORD IS STANDARD.
           COPY RUBRICC.
           LABEL RECORD IS STANDARD.
           COPY EMPCOMPC.

       FD  FOLHACPL-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHCPC.

       FD  MANIFESTO-ARQ
           LABEL RECORD IS STANDARD.
       01  MAN-LINHA                  PIC X(132).
           05 WS-EMPCOMP-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPCOMP-OK           PIC X(01) VALUE 'N'.
               88 WS-EMPCOMP-DISPONIVEL VALUE 'S'.
           05 WS-SINDHIS-STATUS       PIC X(02) VALUE '00'.
           05 WS-SINDHIS-OK           PIC X(01) VALUE 'N'.
               88 WS-SINDHIS-DISPONIVEL VALUE 'S'.
           05 WS-FOLHACPL-STATUS      PIC X(02) VALUE '00'.
           05 WS-FOLHACPL-OK          PIC X(01) VALUE 'N'.
               88 WS-FOLHACPL-DISPONIVEL VALUE 'S'.
           05 WS-FIM-FOLHACPL         PIC X(01) VALUE 'N'.
               88 FIM-DO-FOLHACPL     VALUE 'S'.
           05 WS-MANIFESTO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-HISTORICO        PIC X(01) VALUE 'N'.
               88 FIM-DO-HISTORICO    VALUE 'S'.
           88 WS-FASE-IMPRIMIR        VALUE 'I'.
       01  WS-VALOR-CONSIG            PIC S9(05)V99 VALUE 0.
       01  WS-TOTAL-ITEMIZADO         PIC S9(07)V99 VALUE 0.
       01  WS-VALOR-SINDICAL          PIC S9(07)V99 VALUE 0.

       01  WS-PARAMETROS.
           05 WS-PARM-MODO            PIC X(01) VALUE 'I'.
           05 WS-ADM-MM               PIC 9(02).
           05 WS-ADM-AAAA             PIC 9(04).

       01  WS-DATA-PAGAMENTO-EDIT.
           05 WS-PAG-DD               PIC 9(02).
           05 WS-PAG-MM               PIC 9(02).
           05 WS-PAG-AAAA             PIC 9(04).

       01  CAB1H.
           05 FILLER       PIC X(80) VALUE ALL '-'.

           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET4H-DESCONTO PIC -Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.

       01  CAB4H.
           05 FILLER       PIC X(19) VALUE 'FOLHA COMPLEMENTAR '.
           05 CAB4H-SEQUENCIA PIC 99.
           05 FILLER       PIC X(30) VALUE SPACES.
           05 FILLER       PIC X(09) VALUE 'PAGA EM: '.
           05 CAB4H-PAGAMENTO PIC 99/99/9999.

       01  TOT1H.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE 'LIQUIDO A RECEBER'.
           IF WS-EMPCOMP-STATUS = '00'
               MOVE 'S' TO WS-EMPCOMP-OK
           END-IF.
           OPEN INPUT SINDHIS-ARQ.
           IF WS-SINDHIS-STATUS = '00'
               MOVE 'S' TO WS-SINDHIS-OK
           END-IF.
           OPEN INPUT FOLHACPL-ARQ.
           IF WS-FOLHACPL-STATUS = '00'
               MOVE 'S' TO WS-FOLHACPL-OK
           END-IF.
           COMPUTE WS-COMP-AAAAMM =
               WS-PARM-ANO * 100 + WS-PARM-MES.
       1000-EXIT.
               MOVE DET4H TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF FH-VALOR-ADIC-NOTURNO IS NUMERIC
               AND FH-VALOR-ADIC-NOTURNO NOT = 0
               MOVE SPACES TO DET4H-DESCRICAO
               STRING 'ADICIONAL NOTURNO (' DELIMITED BY SIZE
                      FH-HORAS-NOTURNAS DELIMITED BY SIZE
                      ' HORAS)' DELIMITED BY SIZE
                      INTO DET4H-DESCRICAO
               END-STRING
               MOVE FH-VALOR-ADIC-NOTURNO TO DET4H-VENCIMENTO
               MOVE 0                TO DET4H-DESCONTO
               MOVE DET4H TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF FH-VALOR-ADIC-RISCO IS NUMERIC
               AND FH-VALOR-ADIC-RISCO NOT = 0
               MOVE SPACES TO DET4H-DESCRICAO
               IF FH-TIPO-ADIC-RISCO = 'I'
                   STRING 'INSALUBRIDADE (' DELIMITED BY SIZE
                          FH-PERC-ADIC-RISCO DELIMITED BY SIZE
                          ' PCT)' DELIMITED BY SIZE
                          INTO DET4H-DESCRICAO
                   END-STRING
               ELSE
                   STRING 'PERICULOSIDADE (' DELIMITED BY SIZE
                          FH-PERC-ADIC-RISCO DELIMITED BY SIZE
                          ' PCT)' DELIMITED BY SIZE
                          INTO DET4H-DESCRICAO
                   END-STRING
               END-IF
               MOVE FH-VALOR-ADIC-RISCO TO DET4H-VENCIMENTO
               MOVE 0                TO DET4H-DESCONTO
               MOVE DET4H TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF FH-VALOR-FERIAS NOT = 0
               MOVE SPACES TO DET4H-DESCRICAO
               STRING 'FERIAS + 1/3 (' DELIMITED BY SIZE
           WRITE REL-LINHA.
           PERFORM 3400-ITEMIZAR-EVENTOS THRU 3400-EXIT.
           PERFORM 3300-ITEMIZAR-CONSIGNACOES THRU 3300-EXIT.
           IF FH-VALOR-PENSAO IS NUMERIC
               AND FH-VALOR-PENSAO NOT = 0
               MOVE 'PENSAO ALIMENTICIA (DECISAO JUDICIAL)'
                   TO DET4H-DESCRICAO
               MOVE 0 TO DET4H-VENCIMENTO
               MOVE FH-VALOR-PENSAO TO DET4H-DESCONTO
               MOVE DET4H TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF FH-TOTAL-EMPRESTIMOS NOT = 0
               MOVE 'EMPRESTIMOS CONSIGNADOS (PARCELAS)'
                   TO DET4H-DESCRICAO
           WRITE REL-LINHA.
           MOVE CAB1H TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 3700-ITEMIZAR-COMPLEMENTOS THRU 3700-EXIT.
       3600-EXIT.
           EXIT.

      * consignacao com vigencia alcancando a competencia do recibo,
      * recalculada como o RELAT fez (valor fixo ou percentual do
      * salario do historico). Sem o arquivo CONSIG, sai uma linha
      * unica com o total descontado gravado no historico. A
      * contribuicao sindical gravada no SINDHIS faz parte do total e
      * sai em linha propria depois das consignacoes.
      ******************************************************************
       3300-ITEMIZAR-CONSIGNACOES.
           PERFORM 3320-BUSCAR-CONTRIB-SINDICAL THRU 3320-EXIT.
           IF NOT WS-CONSIG-DISPONIVEL
               PERFORM 3380-LINHA-TOTAL-FECHAMENTO THRU 3380-EXIT
               GO TO 3300-EXIT
      * mudou depois (CADCONS), a segunda via sai com a linha unica do
      * total historico, para continuar fechando com o liquido pago.
           MOVE 'S' TO WS-FASE-CONSIG.
           MOVE WS-VALOR-SINDICAL TO WS-TOTAL-ITEMIZADO.
           PERFORM 3310-PERCORRER-CONSIG THRU 3310-EXIT.
           IF WS-TOTAL-ITEMIZADO NOT = FH-TOTAL-CONSIGNACOES
               DISPLAY 'HOLERITE: CADASTRO DE CONSIGNACOES MUDOU '
           END-IF.
           MOVE 'I' TO WS-FASE-CONSIG.
           PERFORM 3310-PERCORRER-CONSIG THRU 3310-EXIT.
           IF WS-VALOR-SINDICAL NOT = 0
               MOVE 'CONTRIBUICAO SINDICAL' TO DET4H-DESCRICAO
               MOVE 0                       TO DET4H-VENCIMENTO
               MOVE WS-VALOR-SINDICAL       TO DET4H-DESCONTO
               MOVE DET4H TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3320-BUSCAR-CONTRIB-SINDICAL - le no SINDHIS a contribuicao
      * sindical descontada da matricula na competencia do recibo.
      ******************************************************************
       3320-BUSCAR-CONTRIB-SINDICAL.
           MOVE 0 TO WS-VALOR-SINDICAL.
           IF NOT WS-SINDHIS-DISPONIVEL
               GO TO 3320-EXIT
           END-IF.
           MOVE FH-MATRICULA TO SDH-MATRICULA.
           MOVE FH-ANO       TO SDH-ANO.
           MOVE FH-MES       TO SDH-MES.
           READ SINDHIS-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SDH-VALOR TO WS-VALOR-SINDICAL
           END-READ.
       3320-EXIT.
           EXIT.

      ******************************************************************
      * 3310-PERCORRER-CONSIG - varre as consignacoes da matricula na
      * fase corrente (soma ou impressao).
       3490-EXIT.
           EXIT.

      ******************************************************************
      * 3700-ITEMIZAR-COMPLEMENTOS - folhas complementares pagas pelo
      * FOLHACPL na competencia, depois do recibo da folha: um bloco
      * por sequencia, com as rubricas pagas, as diferencas de INSS e
      * IRRF retidas sobre a base somada do mes e o liquido do
      * complemento.
      ******************************************************************
       3700-ITEMIZAR-COMPLEMENTOS.
           IF NOT WS-FOLHACPL-DISPONIVEL
               GO TO 3700-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-FOLHACPL.
           MOVE FH-MATRICULA TO FHC-MATRICULA.
           MOVE WS-PARM-ANO  TO FHC-ANO.
           MOVE WS-PARM-MES  TO FHC-MES.
           MOVE 0            TO FHC-SEQUENCIA.
           START FOLHACPL-ARQ KEY IS NOT LESS THAN FHC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-FOLHACPL
           END-START.
           IF WS-FOLHACPL-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-FOLHACPL
           END-IF.
           IF NOT FIM-DO-FOLHACPL
               PERFORM 3790-LER-PROXIMO-COMPLEMENTO THRU 3790-EXIT
           END-IF.
           PERFORM 3750-IMPRIMIR-COMPLEMENTO THRU 3750-EXIT
               UNTIL FIM-DO-FOLHACPL.
       3700-EXIT.
           EXIT.

       3750-IMPRIMIR-COMPLEMENTO.
           MOVE FHC-SEQUENCIA TO CAB4H-SEQUENCIA.
           MOVE FHC-DATA-PAGAMENTO (7:2) TO WS-PAG-DD.
           MOVE FHC-DATA-PAGAMENTO (5:2) TO WS-PAG-MM.
           MOVE FHC-DATA-PAGAMENTO (1:4) TO WS-PAG-AAAA.
           MOVE WS-DATA-PAGAMENTO-EDIT TO CAB4H-PAGAMENTO.
           MOVE CAB4H TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3H TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 3760-IMPRIMIR-RUBRICA-COMPL THRU 3760-EXIT
               VARYING FHC-IDX FROM 1 BY 1
               UNTIL FHC-IDX > FHC-QTD-RUBRICAS.
           IF FHC-INSS NOT = 0
               MOVE 'INSS (DIFERENCA SOBRE A BASE DO MES)'
                   TO DET4H-DESCRICAO
               MOVE 0        TO DET4H-VENCIMENTO
               MOVE FHC-INSS TO DET4H-DESCONTO
               MOVE DET4H TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF FHC-IRRF NOT = 0
               MOVE 'IRRF (DIFERENCA SOBRE A BASE DO MES)'
                   TO DET4H-DESCRICAO
               MOVE 0        TO DET4H-VENCIMENTO
               MOVE FHC-IRRF TO DET4H-DESCONTO
               MOVE DET4H TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE CAB1H TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE FHC-LIQUIDO TO TOT1H-VALOR.
           MOVE TOT1H TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1H TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 3790-LER-PROXIMO-COMPLEMENTO THRU 3790-EXIT.
       3750-EXIT.
           EXIT.

      * 3760-IMPRIMIR-RUBRICA-COMPL - descricao do RUBRICA quando o
      * cadastro esta aberto; senao, o codigo da rubrica.
       3760-IMPRIMIR-RUBRICA-COMPL.
           MOVE SPACES TO DET4H-DESCRICAO.
           IF WS-EVENTOS-DISPONIVEIS
               MOVE FHC-RUBRICA (FHC-IDX) TO RUB-CODIGO
               READ RUBRICA-ARQ
                   INVALID KEY
                       MOVE '(RUBRICA SEM CADASTRO)' TO RUB-DESCRICAO
               END-READ
               MOVE RUB-DESCRICAO TO DET4H-DESCRICAO
           ELSE
               STRING 'RUBRICA ' DELIMITED BY SIZE
                      FHC-RUBRICA (FHC-IDX) DELIMITED BY SIZE
                      INTO DET4H-DESCRICAO
               END-STRING
           END-IF.
           MOVE FHC-RUBRICA-VALOR (FHC-IDX) TO DET4H-VENCIMENTO.
           MOVE 0 TO DET4H-DESCONTO.
           MOVE DET4H TO REL-LINHA.
           WRITE REL-LINHA.
       3760-EXIT.
           EXIT.

       3790-LER-PROXIMO-COMPLEMENTO.
           READ FOLHACPL-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-FOLHACPL
           END-READ.
           IF WS-FOLHACPL-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-FOLHACPL
           END-IF.
           IF NOT FIM-DO-FOLHACPL
               AND (FHC-MATRICULA NOT = FH-MATRICULA
                   OR FHC-ANO NOT = WS-PARM-ANO
                   OR FHC-MES NOT = WS-PARM-MES)
               MOVE 'S' TO WS-FIM-FOLHACPL
           END-IF.
       3790-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos.
      ******************************************************************
           IF WS-EMPCOMP-DISPONIVEL
               CLOSE EMPCOMP-ARQ
           END-IF.
           IF WS-SINDHIS-DISPONIVEL
               CLOSE SINDHIS-ARQ
           END-IF.
           IF WS-FOLHACPL-DISPONIVEL
               CLOSE FOLHACPL-ARQ
           END-IF.
       9000-EXIT.
           EXIT.
