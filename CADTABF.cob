      *
      * Historico de alteracoes:
      *   21/08/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Novo tipo 'M' - salario minimo nacional da
      *                   vigencia (faixa unica, valor no limite),
      *                   base do adicional de insalubridade.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE SPACES TO TAB-REGISTRO.
           PERFORM 3500-OBTER-CHAVE THRU 3500-EXIT.
           IF NOT TAB-TIPO-INSS AND NOT TAB-TIPO-IRRF
               AND NOT TAB-TIPO-MINIMO
               DISPLAY 'CADTABF: TIPO INVALIDO (USE I, R OU M)'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3600-OBTER-DADOS THRU 3600-EXIT.

      ******************************************************************
      * 3500-OBTER-CHAVE - le do usuario o tipo, a vigencia inicial e o
      * numero da faixa que formam a chave do registro. O salario
      * minimo (tipo M) tem faixa unica, sempre a 1.
      ******************************************************************
       3500-OBTER-CHAVE.
           DISPLAY 'TIPO (I=INSS / R=IRRF / M=SALARIO MINIMO): '
               WITH NO ADVANCING.
           ACCEPT TAB-TIPO.
           DISPLAY 'VIGENCIA INICIAL (AAAAMM)...: ' WITH NO ADVANCING.
           ACCEPT TAB-VIGENCIA-INI.
           IF TAB-TIPO-MINIMO
               MOVE 1 TO TAB-FAIXA
               GO TO 3500-EXIT
           END-IF.
           DISPLAY 'NUMERO DA FAIXA (1 A 9).....: ' WITH NO ADVANCING.
           ACCEPT TAB-FAIXA.
       3500-EXIT.
      * 3600-OBTER-DADOS - le do usuario os demais campos da faixa.
      * A aliquota e informada como fracao (7,5 PCT = 0,075), como nas
      * tabelas publicadas convertidas, e a ultima faixa de cada tabela
      * deve ter limite 9999999,99. No salario minimo so o valor
      * interessa; aliquota e deducao ficam zeradas.
      ******************************************************************
       3600-OBTER-DADOS.
           DISPLAY 'VIGENCIA FINAL (AAAAMM).....: ' WITH NO ADVANCING.
           ACCEPT TAB-VIGENCIA-FIM.
           IF TAB-TIPO-MINIMO
               DISPLAY 'SALARIO MINIMO (EX.: 1518,00): '
                   WITH NO ADVANCING
               ACCEPT TAB-LIMITE
               MOVE 0 TO TAB-ALIQUOTA
               MOVE 0 TO TAB-DEDUCAO
               GO TO 3600-EXIT
           END-IF.
           DISPLAY 'LIMITE DA FAIXA (EX.: 1320,00): '
               WITH NO ADVANCING.
           ACCEPT TAB-LIMITE.
      * vigencia final).
      ******************************************************************
       6000-LISTAR.
           DISPLAY 'TIPO (I=INSS / R=IRRF / M=SALARIO MINIMO): '
               WITH NO ADVANCING.
           ACCEPT WS-LISTA-TIPO.
           DISPLAY 'COMPETENCIA (AAAAMM)........: ' WITH NO ADVANCING.
           ACCEPT WS-LISTA-VIGENCIA.
