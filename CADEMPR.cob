      *
      * Historico de alteracoes:
      *   03/09/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Aliquotas dos encargos patronais da empresa
      *                   (INSS da empresa, RAT x FAP e terceiros) no
      *                   cadastro - o RELAT calcula os encargos de cada
      *                   funcionario com as aliquotas do seu CNPJ.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCEPT EMR-RAZAO-SOCIAL.
           DISPLAY 'CNPJ (14 DIGITOS)..: ' WITH NO ADVANCING.
           ACCEPT EMR-CNPJ.
           PERFORM 3500-OBTER-ALIQUOTAS THRU 3500-EXIT.
           WRITE EMR-REGISTRO
               INVALID KEY
                   DISPLAY 'CADEMPR: EMPRESA JA CADASTRADA'
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-OBTER-ALIQUOTAS - le as aliquotas dos encargos patronais
      * da empresa, em fracao como no CADTABF. O INSS da empresa sem
      * valor assume os 20 por cento da lei; RAT x FAP (RAT de 1 a 3
      * por cento multiplicado pelo FAP do CNPJ) e terceiros/Sistema S
      * dependem da atividade e do enquadramento de cada CNPJ e sao
      * informados como vierem da contabilidade.
      ******************************************************************
       3500-OBTER-ALIQUOTAS.
           MOVE 0 TO EMR-ALIQ-INSS-EMPRESA.
           MOVE 0 TO EMR-ALIQ-RAT-FAP.
           MOVE 0 TO EMR-ALIQ-TERCEIROS.
           DISPLAY 'ALIQ. INSS EMPRESA (FRACAO, EX.: 0,2000): '
               WITH NO ADVANCING.
           ACCEPT EMR-ALIQ-INSS-EMPRESA.
           IF EMR-ALIQ-INSS-EMPRESA = 0
               MOVE 0,2000 TO EMR-ALIQ-INSS-EMPRESA
           END-IF.
           DISPLAY 'ALIQ. RAT X FAP    (FRACAO, EX.: 0,0300): '
               WITH NO ADVANCING.
           ACCEPT EMR-ALIQ-RAT-FAP.
           DISPLAY 'ALIQ. TERCEIROS    (FRACAO, EX.: 0,0580): '
               WITH NO ADVANCING.
           ACCEPT EMR-ALIQ-TERCEIROS.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ALTERAR - atualiza razao social e CNPJ de uma empresa.
      ******************************************************************
           ACCEPT EMR-RAZAO-SOCIAL.
           DISPLAY 'NOVO CNPJ..........: ' WITH NO ADVANCING.
           ACCEPT EMR-CNPJ.
           IF EMR-ALIQ-INSS-EMPRESA NUMERIC
               AND EMR-ALIQ-RAT-FAP NUMERIC
               AND EMR-ALIQ-TERCEIROS NUMERIC
               DISPLAY 'ALIQ. ATUAIS INSS/RAT-FAP/TERC.: '
                   EMR-ALIQ-INSS-EMPRESA ' ' EMR-ALIQ-RAT-FAP ' '
                   EMR-ALIQ-TERCEIROS
           ELSE
               DISPLAY 'ALIQUOTAS PATRONAIS AINDA NAO CADASTRADAS'
           END-IF.
           PERFORM 3500-OBTER-ALIQUOTAS THRU 3500-EXIT.
           REWRITE EMR-REGISTRO
               INVALID KEY
                   DISPLAY 'CADEMPR: ERRO AO ALTERAR'
               GO TO 6100-EXIT
           END-IF.
           DISPLAY EMR-CODIGO ' ' EMR-RAZAO-SOCIAL ' CNPJ ' EMR-CNPJ.
           IF EMR-ALIQ-INSS-EMPRESA NUMERIC
               AND EMR-ALIQ-RAT-FAP NUMERIC
               AND EMR-ALIQ-TERCEIROS NUMERIC
               DISPLAY '   ENCARGOS - INSS ' EMR-ALIQ-INSS-EMPRESA
                   '  RAT X FAP ' EMR-ALIQ-RAT-FAP
                   '  TERCEIROS ' EMR-ALIQ-TERCEIROS
           ELSE
               DISPLAY '   ENCARGOS - ALIQUOTAS NAO CADASTRADAS'
           END-IF.
           ADD 1 TO WS-QTD-LISTADAS.
       6100-EXIT.
           EXIT.
