      *             ou com cargo sem cadastro saem em secao propria,
      *             para acerto no CADFUNC/CADCARGO. Saida no arquivo
      *             de impressao datado FAIXASAL-AAAAMMDD-HHMM.
      *             Tambem aponta quem ganha abaixo do piso salarial
      *             do seu sindicato.
      *
      * Historico de alteracoes:
      *   21/08/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Salario tambem conferido contra o piso da
      *                   categoria do sindicato do funcionario
      *                   (mestre SINDIC, CADSIND); quem ganha abaixo
      *                   sai sinalizado 'ABAIXO PISO' com o piso
      *                   sindical na coluna do piso.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WS-CARGOS-STATUS.

           SELECT SINDIC-ARQ
               ASSIGN TO "SINDIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CODIGO
               FILE STATUS IS WS-SINDIC-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY CARGOSC.

       FD  SINDIC-ARQ
           LABEL RECORD IS STANDARD.
           COPY SINDICC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-TEM-CARGO            PIC X(01) VALUE 'N'.
               88 WS-CARGO-ENCONTRADO VALUE 'S'.
           05 WS-SINDIC-STATUS        PIC X(02) VALUE '00'.
           05 WS-SINDICATOS-OK        PIC X(01) VALUE 'N'.
               88 WS-SINDICATOS-DISPONIVEL VALUE 'S'.

       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-CONTADORES.
           05 WS-QTD-FORA-FAIXA       PIC 9(05) COMP VALUE 0.
           05 WS-QTD-SEM-CARGO        PIC 9(05) COMP VALUE 0.
           05 WS-QTD-ABAIXO-PISO      PIC 9(05) COMP VALUE 0.

       01  WS-QTD-EDITADA             PIC ZZ.ZZ9.

               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT SINDIC-ARQ.
           IF WS-SINDIC-STATUS = '00'
               MOVE 'S' TO WS-SINDICATOS-OK
           ELSE
               DISPLAY 'FAIXASAL: MESTRE DE SINDICATOS (SINDIC) '
                   'INDISPONIVEL - PISO SINDICAL NAO CONFERIDO'
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'FAIXASAL-'          DELIMITED BY SIZE
      ******************************************************************
      * 2000-PROCESSAR-FUNCIONARIO - confere o salario do funcionario
      * ativo contra a faixa do cargo e imprime quem estiver fora,
      * sem cargo ou com cargo sem cadastro, e quem estiver abaixo do
      * piso do seu sindicato.
      ******************************************************************
       2000-PROCESSAR-FUNCIONARIO.
           IF NOT EMP-ATIVO
               GO TO 2000-LER
           END-IF.
           PERFORM 2500-CONFERIR-PISO-SINDICAL THRU 2500-EXIT.
           IF EMP-CARGO = SPACES
               PERFORM 3100-IMPRIMIR-SEM-CARGO THRU 3100-EXIT
               GO TO 2000-LER
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CONFERIR-PISO-SINDICAL - confere o salario contra o piso
      * da categoria do sindicato do funcionario. Funcionario sem
      * sindicato, sindicato sem cadastro ou mestre indisponivel
      * seguem sem conferencia.
      ******************************************************************
       2500-CONFERIR-PISO-SINDICAL.
           IF NOT WS-SINDICATOS-DISPONIVEL OR EMP-SINDICATO = SPACES
               GO TO 2500-EXIT
           END-IF.
           MOVE EMP-SINDICATO TO SIN-CODIGO.
           READ SINDIC-ARQ
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ.
           IF EMP-SALARIO NOT < SIN-SALARIO-PISO
               GO TO 2500-EXIT
           END-IF.
           MOVE EMP-MATRICULA TO DET1S-MATRICULA.
           MOVE EMP-NOME      TO DET1S-NOME.
           MOVE EMP-CARGO     TO DET1S-CARGO.
           MOVE EMP-SALARIO   TO DET1S-SALARIO.
           MOVE SIN-SALARIO-PISO TO DET1S-PISO.
           MOVE 0             TO DET1S-TETO.
           MOVE 'ABAIXO PISO' TO DET1S-OBS.
           MOVE DET1S TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-QTD-ABAIXO-PISO.
       2500-EXIT.
           EXIT.

       3000-IMPRIMIR-FORA-FAIXA.
           MOVE EMP-MATRICULA TO DET1S-MATRICULA.
           MOVE EMP-NOME      TO DET1S-NOME.
       9000-FINALIZAR.
           CLOSE EMPREG-ARQ.
           CLOSE CARGOS-ARQ.
           IF WS-SINDICATOS-DISPONIVEL
               CLOSE SINDIC-ARQ
           END-IF.
           IF WS-NOME-RELATORIO = SPACES
               OR WS-RELATORIO-STATUS NOT = '00'
               GO TO 9000-EXIT
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-QTD-ABAIXO-PISO TO WS-QTD-EDITADA.
           MOVE SPACES TO REL-LINHA.
           STRING '   ABAIXO DO PISO SINDICAL...: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-QTD-SEM-CARGO TO WS-QTD-EDITADA.
           MOVE SPACES TO REL-LINHA.
           STRING '   SEM CARGO OU SEM CADASTRO.: ' DELIMITED BY SIZE
