       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITULAR.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Relatorio do titular de dados (LGPD), para atender
      *             o pedido de um funcionario ou ex-funcionario: dado
      *             um CPF, localiza a matricula no EMPCOMP e lista
      *             tudo o que a folha guarda sobre a pessoa - cadastro
      *             (EMPREG/EMPCOMP), contratos anteriores (PERIODOS),
      *             dependentes (DEPEND), plano de saude (PLSAUDE),
      *             afastamentos (AFAST), exames (ASO), ferias
      *             (FERIAS), consignacoes (CONSIG), folhas pagas
      *             (FOLHAHIS), marcacoes de ponto (PONTO), folhas
      *             complementares (FOLHACPL), 13o salario (HIST13),
      *             conta do FGTS (FGTSCTA), pensoes pagas (PENSHIS),
      *             contribuicoes sindicais (SINDHIS), beneficios
      *             (BENEF/BENMOV), programacao de ferias (PROGFER),
      *             banco de horas (BANCOHRS), pensoes descontadas
      *             (PENSJUD), emprestimos (EMPREST), adiantamentos
      *             (ADIANTCT), rubricas variaveis (MOVRUB), horas
      *             apuradas (HORASEXT), transferencias (TRANSFER),
      *             trilha de alteracoes (EMPLOG) e acessos ao
      *             autoatendimento (CONSFLOG).
      *             O CPF tambem e procurado entre os beneficiarios de
      *             pensao (PENSJUD) e no cadastro de contribuintes
      *             individuais (CONTRIB), com os pagamentos recebidos
      *             (PAGCONTR). CPF de terceiros sai mascarado
      *             (MASCCPF). Exige assinatura de supervisor.
      *
      * Historico de alteracoes:
      *   15/10/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Inclui FOLHACPL, HIST13, FGTSCTA, PENSHIS,
      *                   SINDHIS, BENEF, BENMOV, PROGFER, BANCOHRS,
      *                   EMPREST, ADIANTCT, MOVRUB, HORASEXT, TRANSFER
      *                   e o contribuinte individual (CONTRIB e
      *                   PAGCONTR).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT EMPCOMP-ARQ
               ASSIGN TO "EMPCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECP-MATRICULA
               FILE STATUS IS WS-EMPCOMP-STATUS.

           SELECT PERIODOS-ARQ
               ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-PERIODOS-STATUS.

           SELECT DEPEND-ARQ
               ASSIGN TO "DEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPEND-STATUS.

           SELECT PLSAUDE-ARQ
               ASSIGN TO "PLSAUDE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WS-PLSAUDE-STATUS.

           SELECT AFAST-ARQ
               ASSIGN TO "AFAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-AFAST-STATUS.

           SELECT ASO-ARQ
               ASSIGN TO "ASO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WS-ASO-STATUS.

           SELECT FERIAS-ARQ
               ASSIGN TO "FERIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-MATRICULA
               FILE STATUS IS WS-FERIAS-STATUS.

           SELECT CONSIG-ARQ
               ASSIGN TO "CONSIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-CONSIG-STATUS.

           SELECT FOLHAHIS-ARQ
               ASSIGN TO "FOLHAHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT PONTO-ARQ
               ASSIGN TO "PONTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PON-CHAVE
               FILE STATUS IS WS-PONTO-STATUS.

           SELECT PENSJUD-ARQ
               ASSIGN TO "PENSJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-PENSJUD-STATUS.

           SELECT FOLHACPL-ARQ
               ASSIGN TO "FOLHACPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHC-CHAVE
               FILE STATUS IS WS-FOLHACPL-STATUS.

           SELECT HIST13-ARQ
               ASSIGN TO "HIST13"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H13-CHAVE
               FILE STATUS IS WS-HIST13-STATUS.

           SELECT FGTSCTA-ARQ
               ASSIGN TO "FGTSCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGC-CHAVE
               FILE STATUS IS WS-FGTSCTA-STATUS.

           SELECT PENSHIS-ARQ
               ASSIGN TO "PENSHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSH-CHAVE
               FILE STATUS IS WS-PENSHIS-STATUS.

           SELECT SINDHIS-ARQ
               ASSIGN TO "SINDHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDH-CHAVE
               FILE STATUS IS WS-SINDHIS-STATUS.

           SELECT BENEF-ARQ
               ASSIGN TO "BENEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WS-BENEF-STATUS.

           SELECT BENMOV-ARQ
               ASSIGN TO "BENMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMV-CHAVE
               FILE STATUS IS WS-BENMOV-STATUS.

           SELECT PROGFER-ARQ
               ASSIGN TO "PROGFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFE-CHAVE
               ALTERNATE RECORD KEY IS PFE-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PROGFER-STATUS.

           SELECT BANCOHRS-ARQ
               ASSIGN TO "BANCOHRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCH-CHAVE
               FILE STATUS IS WS-BANCOHRS-STATUS.

           SELECT EMPREST-ARQ
               ASSIGN TO "EMPREST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPR-CHAVE
               FILE STATUS IS WS-EMPREST-STATUS.

           SELECT ADIANTCT-ARQ
               ASSIGN TO "ADIANTCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS WS-ADIANTCT-STATUS.

           SELECT MOVRUB-ARQ
               ASSIGN TO "MOVRUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRB-CHAVE
               FILE STATUS IS WS-MOVRUB-STATUS.

           SELECT HORASEXT-ARQ
               ASSIGN TO "HORASEXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRS-CHAVE
               FILE STATUS IS WS-HORASEXT-STATUS.

           SELECT TRANSFER-ARQ
               ASSIGN TO "TRANSFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT CONTRIB-ARQ
               ASSIGN TO "CONTRIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIN-CODIGO
               ALTERNATE RECORD KEY IS CIN-CPF
               FILE STATUS IS WS-CONTRIB-STATUS.

           SELECT PAGCONTR-ARQ
               ASSIGN TO "PAGCONTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCI-CHAVE
               FILE STATUS IS WS-PAGCONTR-STATUS.

           SELECT EMPLOG-ARQ
               ASSIGN TO "EMPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOG-STATUS.

           SELECT CONSFLOG-ARQ
               ASSIGN TO "CONSFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSFLOG-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  EMPCOMP-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPCOMPC.

       FD  PERIODOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PERIODC.

       FD  DEPEND-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPENDC.

       FD  PLSAUDE-ARQ
           LABEL RECORD IS STANDARD.
           COPY PLSAUDC.

       FD  AFAST-ARQ
           LABEL RECORD IS STANDARD.
           COPY AFASTC.

       FD  ASO-ARQ
           LABEL RECORD IS STANDARD.
           COPY ASOC.

       FD  FERIAS-ARQ
           LABEL RECORD IS STANDARD.
           COPY FERIASC.

       FD  CONSIG-ARQ
           LABEL RECORD IS STANDARD.
           COPY CONSIGC.

       FD  FOLHAHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHAHC.

       FD  PONTO-ARQ
           LABEL RECORD IS STANDARD.
           COPY PONTOC.

       FD  PENSJUD-ARQ
           LABEL RECORD IS STANDARD.
           COPY PENSJUC.

       FD  FOLHACPL-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHCPC.

       FD  HIST13-ARQ
           LABEL RECORD IS STANDARD.
           COPY HIST13C.

       FD  FGTSCTA-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSCTC.

       FD  PENSHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PENSHC.

       FD  SINDHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY SINDHC.

       FD  BENEF-ARQ
           LABEL RECORD IS STANDARD.
           COPY BENEFC.

       FD  BENMOV-ARQ
           LABEL RECORD IS STANDARD.
           COPY BENMOVC.

       FD  PROGFER-ARQ
           LABEL RECORD IS STANDARD.
           COPY PROGFERC.

       FD  BANCOHRS-ARQ
           LABEL RECORD IS STANDARD.
           COPY BCOHORC.

       FD  EMPREST-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRESTC.

       FD  ADIANTCT-ARQ
           LABEL RECORD IS STANDARD.
           COPY ADIANTC.

       FD  MOVRUB-ARQ
           LABEL RECORD IS STANDARD.
           COPY MOVRUBC.

       FD  HORASEXT-ARQ
           LABEL RECORD IS STANDARD.
           COPY HORASC.

       FD  TRANSFER-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRANSFC.

       FD  CONTRIB-ARQ
           LABEL RECORD IS STANDARD.
           COPY CONTRIBC.

       FD  PAGCONTR-ARQ
           LABEL RECORD IS STANDARD.
           COPY PAGCONC.

       FD  EMPLOG-ARQ
           LABEL RECORD IS STANDARD.
           COPY LOGC.

      * CONSFLOG - log de acessos ao autoatendimento (layout do
      * CONSFUNC).
       FD  CONSFLOG-ARQ
           LABEL RECORD IS STANDARD.
       01  CFL-REGISTRO.
           05 CFL-DATA-HORA           PIC X(14).
           05 CFL-MATRICULA           PIC 9(06).
           05 CFL-RESULTADO           PIC X(01).
           05 FILLER                  PIC X(09).

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-EMPCOMP-STATUS       PIC X(02) VALUE '00'.
           05 WS-PERIODOS-STATUS      PIC X(02) VALUE '00'.
           05 WS-DEPEND-STATUS        PIC X(02) VALUE '00'.
           05 WS-PLSAUDE-STATUS       PIC X(02) VALUE '00'.
           05 WS-AFAST-STATUS         PIC X(02) VALUE '00'.
           05 WS-ASO-STATUS           PIC X(02) VALUE '00'.
           05 WS-FERIAS-STATUS        PIC X(02) VALUE '00'.
           05 WS-CONSIG-STATUS        PIC X(02) VALUE '00'.
           05 WS-FOLHAHIS-STATUS      PIC X(02) VALUE '00'.
           05 WS-PONTO-STATUS         PIC X(02) VALUE '00'.
           05 WS-PENSJUD-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPLOG-STATUS        PIC X(02) VALUE '00'.
           05 WS-CONSFLOG-STATUS      PIC X(02) VALUE '00'.
           05 WS-FOLHACPL-STATUS      PIC X(02) VALUE '00'.
           05 WS-HIST13-STATUS        PIC X(02) VALUE '00'.
           05 WS-FGTSCTA-STATUS       PIC X(02) VALUE '00'.
           05 WS-PENSHIS-STATUS       PIC X(02) VALUE '00'.
           05 WS-SINDHIS-STATUS       PIC X(02) VALUE '00'.
           05 WS-BENEF-STATUS         PIC X(02) VALUE '00'.
           05 WS-BENMOV-STATUS        PIC X(02) VALUE '00'.
           05 WS-PROGFER-STATUS       PIC X(02) VALUE '00'.
           05 WS-BANCOHRS-STATUS      PIC X(02) VALUE '00'.
           05 WS-EMPREST-STATUS       PIC X(02) VALUE '00'.
           05 WS-ADIANTCT-STATUS      PIC X(02) VALUE '00'.
           05 WS-MOVRUB-STATUS        PIC X(02) VALUE '00'.
           05 WS-HORASEXT-STATUS      PIC X(02) VALUE '00'.
           05 WS-TRANSFER-STATUS      PIC X(02) VALUE '00'.
           05 WS-CONTRIB-STATUS       PIC X(02) VALUE '00'.
           05 WS-PAGCONTR-STATUS      PIC X(02) VALUE '00'.
           05 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
               88 FIM-DA-LEITURA      VALUE 'S'.
           05 WS-ABERTOS              PIC X(01) VALUE 'N'.
               88 WS-ARQUIVOS-ABERTOS VALUE 'S'.
           05 WS-ACHOU-CPF            PIC X(01) VALUE 'N'.
               88 WS-CPF-LOCALIZADO   VALUE 'S'.
           05 WS-ACHOU-CONTRIB        PIC X(01) VALUE 'N'.
               88 WS-CONTRIBUINTE-LOCALIZADO VALUE 'S'.

       01  WS-PARM-CPF                PIC 9(11) VALUE 0.
       01  WS-MATRICULA-TITULAR       PIC 9(06) VALUE 0.
       01  WS-CODIGO-CONTRIBUINTE     PIC 9(06) VALUE 0.

       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-RELATORIO-STATUS        PIC X(02) VALUE '00'.
       01  WS-NOME-RELATORIO          PIC X(21) VALUE SPACES.

       01  WS-QTD-ITENS               PIC 9(06) COMP VALUE 0.
       01  WS-QTD-EDITADA             PIC ZZZ.ZZ9.
       01  WS-VALOR-EDITADO           PIC -Z.ZZZ.ZZ9,99.
       01  WS-VALOR-EDITADO-2         PIC -Z.ZZZ.ZZ9,99.
       01  WS-DATA-PRIMEIRA           PIC X(08) VALUE SPACES.
       01  WS-DATA-ULTIMA             PIC X(08) VALUE SPACES.

       01  WS-TEXTO                   PIC X(120) VALUE SPACES.

           COPY SEGLINKC.

           COPY MCPLINKC.

       01  CAB1T.
           05 FILLER       PIC X(125) VALUE ALL '='.

       01  CAB2T.
           05 FILLER       PIC X(37) VALUE
               'RELATORIO DO TITULAR DE DADOS - CPF '.
           05 CAB2T-CPF    PIC 9(11).
           05 FILLER       PIC X(11) VALUE ' - EMISSAO '.
           05 CAB2T-DATA   PIC 9(08).
           05 FILLER       PIC X(09) VALUE ' - OPER. '.
           05 CAB2T-OPERADOR PIC X(08).

       01  SEC1T.
           05 FILLER       PIC X(04) VALUE '>>> '.
           05 SEC1T-ARQUIVO PIC X(10).
           05 FILLER       PIC X(03) VALUE ' - '.
           05 SEC1T-DESCRICAO PIC X(60).

       01  DET1T.
           05 FILLER       PIC X(05) VALUE SPACES.
           05 DET1T-TEXTO  PIC X(120).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-ARQUIVOS-ABERTOS
               PERFORM 2000-LOCALIZAR-CPF THRU 2000-EXIT
               PERFORM 3000-LISTAR-TITULAR THRU 3000-EXIT
               PERFORM 5100-PENSOES-RECEBIDAS THRU 5100-EXIT
               PERFORM 7000-CONTRIBUINTE THRU 7000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - exige assinatura de supervisor (o relatorio
      * traz dados pessoais completos), le o CPF e abre o relatorio.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'TITULAR'  TO SEG-PROGRAMA.
           MOVE 2          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'CPF DO TITULAR (11 DIGITOS)..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-CPF.
           IF WS-PARM-CPF = 0
               DISPLAY 'TITULAR: CPF NAO INFORMADO'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'TITULAR-'           DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'TITULAR: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-ABERTOS.
           MOVE WS-PARM-CPF     TO CAB2T-CPF.
           MOVE WS-DATA-SISTEMA TO CAB2T-DATA.
           MOVE SEG-USUARIO     TO CAB2T-OPERADOR.
           MOVE CAB1T TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2T TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1T TO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOCALIZAR-CPF - percorre o EMPCOMP atras do CPF (o CADFUNC
      * nao deixa o mesmo CPF em duas matriculas).
      ******************************************************************
       2000-LOCALIZAR-CPF.
           MOVE 'N' TO WS-ACHOU-CPF.
           OPEN INPUT EMPCOMP-ARQ.
           IF WS-EMPCOMP-STATUS NOT = '00'
               DISPLAY 'TITULAR: EMPCOMP INDISPONIVEL - STATUS '
                   WS-EMPCOMP-STATUS
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 2100-TESTAR-CPF THRU 2100-EXIT
               UNTIL FIM-DA-LEITURA OR WS-CPF-LOCALIZADO.
           CLOSE EMPCOMP-ARQ.
       2000-EXIT.
           EXIT.

       2100-TESTAR-CPF.
           READ EMPCOMP-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 2100-EXIT
           END-READ.
           IF WS-EMPCOMP-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 2100-EXIT
           END-IF.
           IF ECP-CPF = WS-PARM-CPF
               MOVE 'S' TO WS-ACHOU-CPF
               MOVE ECP-MATRICULA TO WS-MATRICULA-TITULAR
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTAR-TITULAR - com a matricula achada, lista cada
      * arquivo mantido por matricula.
      ******************************************************************
       3000-LISTAR-TITULAR.
           MOVE 'EMPCOMP' TO SEC1T-ARQUIVO.
           MOVE 'DADOS COMPLEMENTARES (CPF, ENDERECO, CONTATO, CONTA)'
               TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           IF NOT WS-CPF-LOCALIZADO
               MOVE 'CPF NAO ENCONTRADO NO CADASTRO DE FUNCIONARIOS'
                   TO WS-TEXTO
               PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CADASTRO THRU 3100-EXIT.
           PERFORM 3200-PERIODOS THRU 3200-EXIT.
           PERFORM 3300-DEPENDENTES THRU 3300-EXIT.
           PERFORM 3400-PLANO-SAUDE THRU 3400-EXIT.
           PERFORM 3500-AFASTAMENTOS THRU 3500-EXIT.
           PERFORM 3600-EXAMES THRU 3600-EXIT.
           PERFORM 3700-FERIAS THRU 3700-EXIT.
           PERFORM 3800-CONSIGNACOES THRU 3800-EXIT.
           PERFORM 3900-FOLHAS THRU 3900-EXIT.
           PERFORM 4000-MARCACOES THRU 4000-EXIT.
           PERFORM 4100-FOLHAS-COMPLEMENTARES THRU 4100-EXIT.
           PERFORM 4200-DECIMO-TERCEIRO THRU 4200-EXIT.
           PERFORM 4300-CONTA-FGTS THRU 4300-EXIT.
           PERFORM 4400-PENSOES-PAGAS THRU 4400-EXIT.
           PERFORM 4500-CONTRIBUICOES-SINDICAIS THRU 4500-EXIT.
           PERFORM 4600-BENEFICIOS THRU 4600-EXIT.
           PERFORM 4700-MOVIMENTO-BENEFICIOS THRU 4700-EXIT.
           PERFORM 4800-PROGRAMACAO-FERIAS THRU 4800-EXIT.
           PERFORM 4900-BANCO-HORAS THRU 4900-EXIT.
           PERFORM 5000-PENSOES-DESCONTADAS THRU 5000-EXIT.
           PERFORM 5200-EMPRESTIMOS THRU 5200-EXIT.
           PERFORM 5300-ADIANTAMENTOS THRU 5300-EXIT.
           PERFORM 5400-RUBRICAS-VARIAVEIS THRU 5400-EXIT.
           PERFORM 5500-HORAS-APURADAS THRU 5500-EXIT.
           PERFORM 5600-TRANSFERENCIAS THRU 5600-EXIT.
           PERFORM 6000-TRILHA-EMPLOG THRU 6000-EXIT.
           PERFORM 6100-ACESSOS-CONSFLOG THRU 6100-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CADASTRO - EMPCOMP (ja posicionado na matricula) e o
      * mestre EMPREG.
      ******************************************************************
       3100-CADASTRO.
           MOVE SPACES TO WS-TEXTO.
           STRING 'MATRICULA ' DELIMITED BY SIZE
                  WS-MATRICULA-TITULAR DELIMITED BY SIZE
                  '  CPF ' DELIMITED BY SIZE
                  ECP-CPF DELIMITED BY SIZE
                  '  TELEFONE ' DELIMITED BY SIZE
                  ECP-TELEFONE DELIMITED BY SIZE
                  '  E-MAIL ' DELIMITED BY SIZE
                  ECP-EMAIL DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
           MOVE SPACES TO WS-TEXTO.
           STRING 'ENDERECO ' DELIMITED BY SIZE
                  ECP-ENDERECO DELIMITED BY SIZE
                  '  BANCO ' DELIMITED BY SIZE
                  ECP-BANCO DELIMITED BY SIZE
                  '  AGENCIA ' DELIMITED BY SIZE
                  ECP-AGENCIA DELIMITED BY SIZE
                  '  CONTA ' DELIMITED BY SIZE
                  ECP-CONTA DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  ECP-CONTA-DV DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
           MOVE 'EMPREG' TO SEC1T-ARQUIVO.
           MOVE 'CADASTRO DO FUNCIONARIO' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   PERFORM 8400-NENHUM-REGISTRO THRU 8400-EXIT
                   CLOSE EMPREG-ARQ
                   GO TO 3100-EXIT
           END-READ.
           MOVE EMP-SALARIO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-TEXTO.
           STRING 'NOME ' DELIMITED BY SIZE
                  EMP-NOME DELIMITED BY SIZE
                  '  EMPRESA ' DELIMITED BY SIZE
                  EMP-EMPRESA DELIMITED BY SIZE
                  '  DEPTO ' DELIMITED BY SIZE
                  EMP-DEPARTAMENTO DELIMITED BY SIZE
                  '  CARGO ' DELIMITED BY SIZE
                  EMP-CARGO DELIMITED BY SIZE
                  '  SALARIO ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
           MOVE SPACES TO WS-TEXTO.
           STRING 'ADMISSAO ' DELIMITED BY SIZE
                  EMP-DATA-ADMISSAO DELIMITED BY SIZE
                  '  SITUACAO ' DELIMITED BY SIZE
                  EMP-STATUS DELIMITED BY SIZE
                  '  DESLIGAMENTO ' DELIMITED BY SIZE
                  EMP-DATA-DESLIGAMENTO DELIMITED BY SIZE
                  '  MOTIVO ' DELIMITED BY SIZE
                  EMP-MOTIVO-DESLIGAMENTO DELIMITED BY SIZE
                  '  JORNADA ' DELIMITED BY SIZE
                  EMP-JORNADA DELIMITED BY SIZE
                  '  SINDICATO ' DELIMITED BY SIZE
                  EMP-SINDICATO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
           CLOSE EMPREG-ARQ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PERIODOS - contratos anteriores (readmissao).
      ******************************************************************
       3200-PERIODOS.
           MOVE 'PERIODOS' TO SEC1T-ARQUIVO.
           MOVE 'CONTRATOS ANTERIORES' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT PERIODOS-ARQ.
           IF WS-PERIODOS-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO PER-MATRICULA.
           MOVE 0 TO PER-SEQUENCIA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START PERIODOS-ARQ KEY IS NOT LESS THAN PER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 3250-LISTAR-PERIODO THRU 3250-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE PERIODOS-ARQ.
       3200-EXIT.
           EXIT.

       3250-LISTAR-PERIODO.
           READ PERIODOS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 3250-EXIT
           END-READ.
           IF WS-PERIODOS-STATUS NOT = '00'
               OR PER-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 3250-EXIT
           END-IF.
           MOVE PER-ULTIMO-SALARIO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-TEXTO.
           STRING 'CONTRATO ' DELIMITED BY SIZE
                  PER-SEQUENCIA DELIMITED BY SIZE
                  '  ADMISSAO ' DELIMITED BY SIZE
                  PER-DATA-ADMISSAO DELIMITED BY SIZE
                  '  DESLIGAMENTO ' DELIMITED BY SIZE
                  PER-DATA-DESLIGAMENTO DELIMITED BY SIZE
                  '  MOTIVO ' DELIMITED BY SIZE
                  PER-MOTIVO-DESLIGAMENTO DELIMITED BY SIZE
                  '  ULTIMO SALARIO ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 3300-DEPENDENTES - dependentes cadastrados para IRRF e
      * salario-familia.
      ******************************************************************
       3300-DEPENDENTES.
           MOVE 'DEPEND' TO SEC1T-ARQUIVO.
           MOVE 'DEPENDENTES' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT DEPEND-ARQ.
           IF WS-DEPEND-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO DPD-MATRICULA.
           MOVE 0 TO DPD-SEQUENCIA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START DEPEND-ARQ KEY IS NOT LESS THAN DPD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 3350-LISTAR-DEPENDENTE THRU 3350-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE DEPEND-ARQ.
       3300-EXIT.
           EXIT.

       3350-LISTAR-DEPENDENTE.
           READ DEPEND-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 3350-EXIT
           END-READ.
           IF WS-DEPEND-STATUS NOT = '00'
               OR DPD-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 3350-EXIT
           END-IF.
           MOVE SPACES TO WS-TEXTO.
           STRING 'DEPENDENTE ' DELIMITED BY SIZE
                  DPD-SEQUENCIA DELIMITED BY SIZE
                  '  NOME ' DELIMITED BY SIZE
                  DPD-NOME DELIMITED BY SIZE
                  '  NASCIMENTO ' DELIMITED BY SIZE
                  DPD-DATA-NASCIMENTO DELIMITED BY SIZE
                  '  TIPO ' DELIMITED BY SIZE
                  DPD-TIPO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       3350-EXIT.
           EXIT.

      ******************************************************************
      * 3400-PLANO-SAUDE - adesoes do titular e dos dependentes.
      ******************************************************************
       3400-PLANO-SAUDE.
           MOVE 'PLSAUDE' TO SEC1T-ARQUIVO.
           MOVE 'PLANO DE SAUDE (TITULAR E DEPENDENTES)'
               TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT PLSAUDE-ARQ.
           IF WS-PLSAUDE-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO PLA-MATRICULA.
           MOVE 0 TO PLA-SEQUENCIA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START PLSAUDE-ARQ KEY IS NOT LESS THAN PLA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 3450-LISTAR-ADESAO THRU 3450-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE PLSAUDE-ARQ.
       3400-EXIT.
           EXIT.

       3450-LISTAR-ADESAO.
           READ PLSAUDE-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 3450-EXIT
           END-READ.
           IF WS-PLSAUDE-STATUS NOT = '00'
               OR PLA-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 3450-EXIT
           END-IF.
           MOVE SPACES TO WS-TEXTO.
           STRING 'BENEFICIARIO ' DELIMITED BY SIZE
                  PLA-SEQUENCIA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PLA-NOME DELIMITED BY SIZE
                  ' NASC. ' DELIMITED BY SIZE
                  PLA-DATA-NASCIMENTO DELIMITED BY SIZE
                  ' PLANO ' DELIMITED BY SIZE
                  PLA-PLANO DELIMITED BY SIZE
                  ' CART. ' DELIMITED BY SIZE
                  PLA-CARTEIRINHA DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  PLA-DATA-INICIO DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  PLA-DATA-FIM DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3500-AFASTAMENTOS - licencas e afastamentos.
      ******************************************************************
       3500-AFASTAMENTOS.
           MOVE 'AFAST' TO SEC1T-ARQUIVO.
           MOVE 'AFASTAMENTOS' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT AFAST-ARQ.
           IF WS-AFAST-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO AFA-MATRICULA.
           MOVE 0 TO AFA-SEQUENCIA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START AFAST-ARQ KEY IS NOT LESS THAN AFA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 3550-LISTAR-AFASTAMENTO THRU 3550-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE AFAST-ARQ.
       3500-EXIT.
           EXIT.

       3550-LISTAR-AFASTAMENTO.
           READ AFAST-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 3550-EXIT
           END-READ.
           IF WS-AFAST-STATUS NOT = '00'
               OR AFA-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 3550-EXIT
           END-IF.
           MOVE SPACES TO WS-TEXTO.
           STRING 'AFASTAMENTO ' DELIMITED BY SIZE
                  AFA-SEQUENCIA DELIMITED BY SIZE
                  '  TIPO ' DELIMITED BY SIZE
                  AFA-TIPO DELIMITED BY SIZE
                  '  INICIO ' DELIMITED BY SIZE
                  AFA-DATA-INICIO DELIMITED BY SIZE
                  '  RETORNO PREVISTO ' DELIMITED BY SIZE
                  AFA-DATA-RETORNO-PREV DELIMITED BY SIZE
                  '  RETORNO ' DELIMITED BY SIZE
                  AFA-DATA-RETORNO-REAL DELIMITED BY SIZE
                  '  SITUACAO ' DELIMITED BY SIZE
                  AFA-SITUACAO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       3550-EXIT.
           EXIT.

      ******************************************************************
      * 3600-EXAMES - exames ocupacionais (ASO).
      ******************************************************************
       3600-EXAMES.
           MOVE 'ASO' TO SEC1T-ARQUIVO.
           MOVE 'EXAMES OCUPACIONAIS' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT ASO-ARQ.
           IF WS-ASO-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 3600-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO ASO-MATRICULA.
           MOVE 0 TO ASO-SEQUENCIA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START ASO-ARQ KEY IS NOT LESS THAN ASO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 3650-LISTAR-EXAME THRU 3650-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE ASO-ARQ.
       3600-EXIT.
           EXIT.

       3650-LISTAR-EXAME.
           READ ASO-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 3650-EXIT
           END-READ.
           IF WS-ASO-STATUS NOT = '00'
               OR ASO-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 3650-EXIT
           END-IF.
           MOVE SPACES TO WS-TEXTO.
           STRING 'EXAME ' DELIMITED BY SIZE
                  ASO-SEQUENCIA DELIMITED BY SIZE
                  '  TIPO ' DELIMITED BY SIZE
                  ASO-TIPO DELIMITED BY SIZE
                  '  SITUACAO ' DELIMITED BY SIZE
                  ASO-SITUACAO DELIMITED BY SIZE
                  '  DATA ' DELIMITED BY SIZE
                  ASO-DATA-EXAME DELIMITED BY SIZE
                  '  RESULTADO ' DELIMITED BY SIZE
                  ASO-RESULTADO DELIMITED BY SIZE
                  '  MEDICO ' DELIMITED BY SIZE
                  ASO-MEDICO DELIMITED BY SIZE
                  ' CRM ' DELIMITED BY SIZE
                  ASO-CRM DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       3650-EXIT.
           EXIT.

      ******************************************************************
      * 3700-FERIAS - saldo de ferias.
      ******************************************************************
       3700-FERIAS.
           MOVE 'FERIAS' TO SEC1T-ARQUIVO.
           MOVE 'SALDO DE FERIAS' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT FERIAS-ARQ.
           IF WS-FERIAS-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 3700-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO FER-MATRICULA.
           READ FERIAS-ARQ
               INVALID KEY
                   PERFORM 8400-NENHUM-REGISTRO THRU 8400-EXIT
                   CLOSE FERIAS-ARQ
                   GO TO 3700-EXIT
           END-READ.
           MOVE SPACES TO WS-TEXTO.
           STRING 'DIAS DE DIREITO ' DELIMITED BY SIZE
                  FER-DIAS-DIREITO DELIMITED BY SIZE
                  '  GOZADOS ' DELIMITED BY SIZE
                  FER-DIAS-GOZADOS DELIMITED BY SIZE
                  '  SALDO ' DELIMITED BY SIZE
                  FER-DIAS-SALDO DELIMITED BY SIZE
                  '  ULTIMO AQUISITIVO ' DELIMITED BY SIZE
                  FER-DATA-ULT-AQUIS DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
           CLOSE FERIAS-ARQ.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 3800-CONSIGNACOES - descontos consignados.
      ******************************************************************
       3800-CONSIGNACOES.
           MOVE 'CONSIG' TO SEC1T-ARQUIVO.
           MOVE 'CONSIGNACOES' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT CONSIG-ARQ.
           IF WS-CONSIG-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 3800-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO CSG-MATRICULA.
           MOVE LOW-VALUES TO CSG-CODIGO.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START CONSIG-ARQ KEY IS NOT LESS THAN CSG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 3850-LISTAR-CONSIGNACAO THRU 3850-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE CONSIG-ARQ.
       3800-EXIT.
           EXIT.

       3850-LISTAR-CONSIGNACAO.
           READ CONSIG-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 3850-EXIT
           END-READ.
           IF WS-CONSIG-STATUS NOT = '00'
               OR CSG-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 3850-EXIT
           END-IF.
           MOVE SPACES TO WS-TEXTO.
           STRING 'CONSIGNACAO ' DELIMITED BY SIZE
                  CSG-CODIGO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CSG-DESCRICAO DELIMITED BY SIZE
                  '  TIPO ' DELIMITED BY SIZE
                  CSG-TIPO DELIMITED BY SIZE
                  '  VIGENCIA ' DELIMITED BY SIZE
                  CSG-VIGENCIA-INI DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  CSG-VIGENCIA-FIM DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       3850-EXIT.
           EXIT.

      ******************************************************************
      * 3900-FOLHAS - uma linha por competencia paga no historico.
      ******************************************************************
       3900-FOLHAS.
           MOVE 'FOLHAHIS' TO SEC1T-ARQUIVO.
           MOVE 'FOLHAS PAGAS (HISTORICO)' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT FOLHAHIS-ARQ.
           IF WS-FOLHAHIS-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 3900-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO FH-MATRICULA.
           MOVE 0 TO FH-ANO.
           MOVE 0 TO FH-MES.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START FOLHAHIS-ARQ KEY IS NOT LESS THAN FH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 3950-LISTAR-FOLHA THRU 3950-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE FOLHAHIS-ARQ.
       3900-EXIT.
           EXIT.

       3950-LISTAR-FOLHA.
           READ FOLHAHIS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 3950-EXIT
           END-READ.
           IF WS-FOLHAHIS-STATUS NOT = '00'
               OR FH-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 3950-EXIT
           END-IF.
           MOVE FH-SALARIO TO WS-VALOR-EDITADO.
           MOVE FH-LIQUIDO TO WS-VALOR-EDITADO-2.
           MOVE SPACES TO WS-TEXTO.
           STRING 'COMPETENCIA ' DELIMITED BY SIZE
                  FH-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FH-ANO DELIMITED BY SIZE
                  '  EMPRESA ' DELIMITED BY SIZE
                  FH-EMPRESA DELIMITED BY SIZE
                  '  SALARIO ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  '  LIQUIDO ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO-2 DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       3950-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MARCACOES - marcacoes de ponto: quantidade e periodo (a
      * lista completa sai no APURAPON/AJUSTPON se for pedida).
      ******************************************************************
       4000-MARCACOES.
           MOVE 'PONTO' TO SEC1T-ARQUIVO.
           MOVE 'MARCACOES DE PONTO' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT PONTO-ARQ.
           IF WS-PONTO-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO PON-MATRICULA.
           MOVE 0 TO PON-DATA.
           MOVE 0 TO PON-HORA.
           MOVE SPACES TO WS-DATA-PRIMEIRA.
           MOVE SPACES TO WS-DATA-ULTIMA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START PONTO-ARQ KEY IS NOT LESS THAN PON-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 4050-CONTAR-MARCACAO THRU 4050-EXIT
               UNTIL FIM-DA-LEITURA.
           CLOSE PONTO-ARQ.
           PERFORM 8600-RESUMIR-QUANTIDADE THRU 8600-EXIT.
       4000-EXIT.
           EXIT.

       4050-CONTAR-MARCACAO.
           READ PONTO-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 4050-EXIT
           END-READ.
           IF WS-PONTO-STATUS NOT = '00'
               OR PON-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 4050-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ITENS.
           IF WS-DATA-PRIMEIRA = SPACES
               MOVE PON-DATA TO WS-DATA-PRIMEIRA
           END-IF.
           MOVE PON-DATA TO WS-DATA-ULTIMA.
       4050-EXIT.
           EXIT.

      ******************************************************************
      * 4100-FOLHAS-COMPLEMENTARES - folhas complementares pagas.
      ******************************************************************
       4100-FOLHAS-COMPLEMENTARES.
           MOVE 'FOLHACPL' TO SEC1T-ARQUIVO.
           MOVE 'FOLHAS COMPLEMENTARES PAGAS' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT FOLHACPL-ARQ.
           IF WS-FOLHACPL-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO FHC-MATRICULA.
           MOVE 0 TO FHC-ANO.
           MOVE 0 TO FHC-MES.
           MOVE 0 TO FHC-SEQUENCIA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START FOLHACPL-ARQ KEY IS NOT LESS THAN FHC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 4150-LISTAR-COMPLEMENTAR THRU 4150-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE FOLHACPL-ARQ.
       4100-EXIT.
           EXIT.

       4150-LISTAR-COMPLEMENTAR.
           READ FOLHACPL-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 4150-EXIT
           END-READ.
           IF WS-FOLHACPL-STATUS NOT = '00'
               OR FHC-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 4150-EXIT
           END-IF.
           MOVE FHC-VALOR-COMPLEMENTO TO WS-VALOR-EDITADO.
           MOVE FHC-LIQUIDO TO WS-VALOR-EDITADO-2.
           MOVE SPACES TO WS-TEXTO.
           STRING 'COMPETENCIA ' DELIMITED BY SIZE
                  FHC-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FHC-ANO DELIMITED BY SIZE
                  ' SEQ. ' DELIMITED BY SIZE
                  FHC-SEQUENCIA DELIMITED BY SIZE
                  '  COMPLEMENTO ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  '  LIQUIDO ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO-2 DELIMITED BY SIZE
                  '  PAGAMENTO ' DELIMITED BY SIZE
                  FHC-DATA-PAGAMENTO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4200-DECIMO-TERCEIRO - parcelas de 13o salario pagas.
      ******************************************************************
       4200-DECIMO-TERCEIRO.
           MOVE 'HIST13' TO SEC1T-ARQUIVO.
           MOVE '13O SALARIO PAGO (HISTORICO)' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT HIST13-ARQ.
           IF WS-HIST13-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO H13-MATRICULA.
           MOVE 0 TO H13-ANO.
           MOVE 0 TO H13-PARCELA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START HIST13-ARQ KEY IS NOT LESS THAN H13-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 4250-LISTAR-PARCELA-13 THRU 4250-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE HIST13-ARQ.
       4200-EXIT.
           EXIT.

       4250-LISTAR-PARCELA-13.
           READ HIST13-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 4250-EXIT
           END-READ.
           IF WS-HIST13-STATUS NOT = '00'
               OR H13-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 4250-EXIT
           END-IF.
           MOVE H13-VALOR-PARCELA TO WS-VALOR-EDITADO.
           MOVE H13-LIQUIDO TO WS-VALOR-EDITADO-2.
           MOVE SPACES TO WS-TEXTO.
           STRING 'ANO ' DELIMITED BY SIZE
                  H13-ANO DELIMITED BY SIZE
                  '  PARCELA ' DELIMITED BY SIZE
                  H13-PARCELA DELIMITED BY SIZE
                  '  AVOS ' DELIMITED BY SIZE
                  H13-AVOS DELIMITED BY SIZE
                  '  VALOR ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  '  LIQUIDO ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO-2 DELIMITED BY SIZE
                  '  PAGAMENTO ' DELIMITED BY SIZE
                  H13-DATA-PAGAMENTO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 4300-CONTA-FGTS - lancamentos na conta vinculada do FGTS.
      ******************************************************************
       4300-CONTA-FGTS.
           MOVE 'FGTSCTA' TO SEC1T-ARQUIVO.
           MOVE 'CONTA VINCULADA DO FGTS' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT FGTSCTA-ARQ.
           IF WS-FGTSCTA-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 4300-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO FGC-MATRICULA.
           MOVE 0 TO FGC-ANO.
           MOVE 0 TO FGC-MES.
           MOVE LOW-VALUES TO FGC-TIPO.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START FGTSCTA-ARQ KEY IS NOT LESS THAN FGC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 4350-LISTAR-LANCAMENTO-FGTS THRU 4350-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE FGTSCTA-ARQ.
       4300-EXIT.
           EXIT.

       4350-LISTAR-LANCAMENTO-FGTS.
           READ FGTSCTA-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 4350-EXIT
           END-READ.
           IF WS-FGTSCTA-STATUS NOT = '00'
               OR FGC-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 4350-EXIT
           END-IF.
           MOVE FGC-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-TEXTO.
           STRING 'COMPETENCIA ' DELIMITED BY SIZE
                  FGC-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FGC-ANO DELIMITED BY SIZE
                  '  TIPO ' DELIMITED BY SIZE
                  FGC-TIPO DELIMITED BY SIZE
                  '  EMPRESA ' DELIMITED BY SIZE
                  FGC-EMPRESA DELIMITED BY SIZE
                  '  VALOR ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  '  LANCAMENTO ' DELIMITED BY SIZE
                  FGC-DATA-LANCAMENTO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       4350-EXIT.
           EXIT.

      ******************************************************************
      * 4400-PENSOES-PAGAS - pensoes efetivamente pagas em cada folha;
      * o beneficiario e terceiro e sai com CPF mascarado.
      ******************************************************************
       4400-PENSOES-PAGAS.
           MOVE 'PENSHIS' TO SEC1T-ARQUIVO.
           MOVE 'PENSOES ALIMENTICIAS PAGAS (HISTORICO)'
               TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT PENSHIS-ARQ.
           IF WS-PENSHIS-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 4400-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO PSH-MATRICULA.
           MOVE 0 TO PSH-SEQUENCIA.
           MOVE 0 TO PSH-ANO.
           MOVE 0 TO PSH-MES.
           MOVE LOW-VALUES TO PSH-TIPO-FOLHA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START PENSHIS-ARQ KEY IS NOT LESS THAN PSH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 4450-LISTAR-PENSAO-PAGA THRU 4450-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE PENSHIS-ARQ.
       4400-EXIT.
           EXIT.

       4450-LISTAR-PENSAO-PAGA.
           READ PENSHIS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 4450-EXIT
           END-READ.
           IF WS-PENSHIS-STATUS NOT = '00'
               OR PSH-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 4450-EXIT
           END-IF.
           MOVE PSH-BENEF-CPF TO MCP-CPF.
           CALL 'MASCCPF' USING MCP-PARAMETROS.
           MOVE PSH-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-TEXTO.
           STRING 'PENSAO ' DELIMITED BY SIZE
                  PSH-SEQUENCIA DELIMITED BY SIZE
                  '  COMPETENCIA ' DELIMITED BY SIZE
                  PSH-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  PSH-ANO DELIMITED BY SIZE
                  ' FOLHA ' DELIMITED BY SIZE
                  PSH-TIPO-FOLHA DELIMITED BY SIZE
                  '  BENEFICIARIO CPF ' DELIMITED BY SIZE
                  MCP-CPF-MASCARADO DELIMITED BY SIZE
                  '  VALOR ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       4450-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CONTRIBUICOES-SINDICAIS - contribuicoes sindicais
      * descontadas.
      ******************************************************************
       4500-CONTRIBUICOES-SINDICAIS.
           MOVE 'SINDHIS' TO SEC1T-ARQUIVO.
           MOVE 'CONTRIBUICOES SINDICAIS DESCONTADAS'
               TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT SINDHIS-ARQ.
           IF WS-SINDHIS-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 4500-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO SDH-MATRICULA.
           MOVE 0 TO SDH-ANO.
           MOVE 0 TO SDH-MES.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START SINDHIS-ARQ KEY IS NOT LESS THAN SDH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 4550-LISTAR-CONTRIBUICAO THRU 4550-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE SINDHIS-ARQ.
       4500-EXIT.
           EXIT.

       4550-LISTAR-CONTRIBUICAO.
           READ SINDHIS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 4550-EXIT
           END-READ.
           IF WS-SINDHIS-STATUS NOT = '00'
               OR SDH-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 4550-EXIT
           END-IF.
           MOVE SDH-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-TEXTO.
           STRING 'COMPETENCIA ' DELIMITED BY SIZE
                  SDH-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  SDH-ANO DELIMITED BY SIZE
                  '  SINDICATO ' DELIMITED BY SIZE
                  SDH-SINDICATO DELIMITED BY SIZE
                  '  VALOR ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  '  LANCAMENTO ' DELIMITED BY SIZE
                  SDH-DATA-LANCAMENTO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       4550-EXIT.
           EXIT.

      ******************************************************************
      * 4600-BENEFICIOS - opcoes de vale-transporte e vale-refeicao.
      ******************************************************************
       4600-BENEFICIOS.
           MOVE 'BENEF' TO SEC1T-ARQUIVO.
           MOVE 'OPCOES DE BENEFICIOS (VT E VR)' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT BENEF-ARQ.
           IF WS-BENEF-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 4600-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO BEN-MATRICULA.
           READ BENEF-ARQ
               INVALID KEY
                   PERFORM 8400-NENHUM-REGISTRO THRU 8400-EXIT
                   CLOSE BENEF-ARQ
                   GO TO 4600-EXIT
           END-READ.
           MOVE SPACES TO WS-TEXTO.
           STRING 'VT OPCAO ' DELIMITED BY SIZE
                  BEN-VT-OPCAO DELIMITED BY SIZE
                  '  CARTAO ' DELIMITED BY SIZE
                  BEN-VT-CARTAO DELIMITED BY SIZE
                  '  TRECHOS ' DELIMITED BY SIZE
                  BEN-QTD-TRECHOS DELIMITED BY SIZE
                  '  ALTERADO EM ' DELIMITED BY SIZE
                  BEN-DATA-ALTERACAO DELIMITED BY SIZE
                  ' POR ' DELIMITED BY SIZE
                  BEN-OPERADOR DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
           MOVE SPACES TO WS-TEXTO.
           STRING 'VR TIPO ' DELIMITED BY SIZE
                  BEN-VR-TIPO DELIMITED BY SIZE
                  '  CARTAO ' DELIMITED BY SIZE
                  BEN-VR-CARTAO DELIMITED BY SIZE
                  '  VALOR DIA ' DELIMITED BY SIZE
                  BEN-VR-VALOR-DIA DELIMITED BY SIZE
                  '  % DESCONTO ' DELIMITED BY SIZE
                  BEN-VR-PERC-DESCONTO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
           CLOSE BENEF-ARQ.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 4700-MOVIMENTO-BENEFICIOS - VT e VR pedidos e descontados em
      * cada competencia.
      ******************************************************************
       4700-MOVIMENTO-BENEFICIOS.
           MOVE 'BENMOV' TO SEC1T-ARQUIVO.
           MOVE 'MOVIMENTO DE BENEFICIOS (VT E VR)' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT BENMOV-ARQ.
           IF WS-BENMOV-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 4700-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO BMV-MATRICULA.
           MOVE 0 TO BMV-ANO.
           MOVE 0 TO BMV-MES.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START BENMOV-ARQ KEY IS NOT LESS THAN BMV-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 4750-LISTAR-MOVIMENTO-BENEF THRU 4750-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE BENMOV-ARQ.
       4700-EXIT.
           EXIT.

       4750-LISTAR-MOVIMENTO-BENEF.
           READ BENMOV-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 4750-EXIT
           END-READ.
           IF WS-BENMOV-STATUS NOT = '00'
               OR BMV-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 4750-EXIT
           END-IF.
           MOVE BMV-VT-VALOR TO WS-VALOR-EDITADO.
           MOVE BMV-VR-VALOR TO WS-VALOR-EDITADO-2.
           MOVE SPACES TO WS-TEXTO.
           STRING 'COMPETENCIA ' DELIMITED BY SIZE
                  BMV-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  BMV-ANO DELIMITED BY SIZE
                  '  DIAS ' DELIMITED BY SIZE
                  BMV-DIAS-BENEFICIO DELIMITED BY SIZE
                  '  VT ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  '  VR ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO-2 DELIMITED BY SIZE
                  '  PEDIDO ' DELIMITED BY SIZE
                  BMV-DATA-PEDIDO DELIMITED BY SIZE
                  '  DESCONTO ' DELIMITED BY SIZE
                  BMV-DATA-DESCONTO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       4750-EXIT.
           EXIT.

      ******************************************************************
      * 4800-PROGRAMACAO-FERIAS - pedidos e programacoes de ferias.
      ******************************************************************
       4800-PROGRAMACAO-FERIAS.
           MOVE 'PROGFER' TO SEC1T-ARQUIVO.
           MOVE 'PROGRAMACAO DE FERIAS' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT PROGFER-ARQ.
           IF WS-PROGFER-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 4800-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO PFE-MATRICULA.
           MOVE 0 TO PFE-SEQUENCIA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START PROGFER-ARQ KEY IS NOT LESS THAN PFE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 4850-LISTAR-PROGRAMACAO THRU 4850-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE PROGFER-ARQ.
       4800-EXIT.
           EXIT.

       4850-LISTAR-PROGRAMACAO.
           READ PROGFER-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 4850-EXIT
           END-READ.
           IF WS-PROGFER-STATUS NOT = '00'
               OR PFE-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 4850-EXIT
           END-IF.
           MOVE SPACES TO WS-TEXTO.
           STRING 'PROGRAMACAO ' DELIMITED BY SIZE
                  PFE-SEQUENCIA DELIMITED BY SIZE
                  '  INICIO ' DELIMITED BY SIZE
                  PFE-DATA-INICIO DELIMITED BY SIZE
                  '  DIAS ' DELIMITED BY SIZE
                  PFE-DIAS DELIMITED BY SIZE
                  '  FIM ' DELIMITED BY SIZE
                  PFE-DATA-FIM DELIMITED BY SIZE
                  '  SITUACAO ' DELIMITED BY SIZE
                  PFE-SITUACAO DELIMITED BY SIZE
                  '  SOLICITANTE ' DELIMITED BY SIZE
                  PFE-SOLICITANTE DELIMITED BY SIZE
                  '  APROVADOR ' DELIMITED BY SIZE
                  PFE-APROVADOR DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       4850-EXIT.
           EXIT.

      ******************************************************************
      * 4900-BANCO-HORAS - saldo mensal do banco de horas.
      ******************************************************************
       4900-BANCO-HORAS.
           MOVE 'BANCOHRS' TO SEC1T-ARQUIVO.
           MOVE 'BANCO DE HORAS' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT BANCOHRS-ARQ.
           IF WS-BANCOHRS-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 4900-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO BCH-MATRICULA.
           MOVE 0 TO BCH-ANO.
           MOVE 0 TO BCH-MES.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START BANCOHRS-ARQ KEY IS NOT LESS THAN BCH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 4950-LISTAR-BANCO-HORAS THRU 4950-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE BANCOHRS-ARQ.
       4900-EXIT.
           EXIT.

       4950-LISTAR-BANCO-HORAS.
           READ BANCOHRS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 4950-EXIT
           END-READ.
           IF WS-BANCOHRS-STATUS NOT = '00'
               OR BCH-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 4950-EXIT
           END-IF.
           MOVE BCH-VALOR-PAGO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-TEXTO.
           STRING 'COMPETENCIA ' DELIMITED BY SIZE
                  BCH-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  BCH-ANO DELIMITED BY SIZE
                  '  CREDITO ' DELIMITED BY SIZE
                  BCH-HORAS-CREDITO DELIMITED BY SIZE
                  '  DEBITO ' DELIMITED BY SIZE
                  BCH-HORAS-DEBITO DELIMITED BY SIZE
                  '  SALDO ' DELIMITED BY SIZE
                  BCH-HORAS-SALDO DELIMITED BY SIZE
                  '  PAGAS ' DELIMITED BY SIZE
                  BCH-HORAS-PAGAS DELIMITED BY SIZE
                  '  VALOR PAGO ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       4950-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PENSOES-DESCONTADAS - pensoes alimenticias descontadas do
      * titular; o beneficiario e terceiro e sai com CPF mascarado.
      ******************************************************************
       5000-PENSOES-DESCONTADAS.
           MOVE 'PENSJUD' TO SEC1T-ARQUIVO.
           MOVE 'PENSOES ALIMENTICIAS DESCONTADAS' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT PENSJUD-ARQ.
           IF WS-PENSJUD-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO PEN-MATRICULA.
           MOVE 0 TO PEN-SEQUENCIA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START PENSJUD-ARQ KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 5050-LISTAR-PENSAO THRU 5050-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE PENSJUD-ARQ.
       5000-EXIT.
           EXIT.

       5050-LISTAR-PENSAO.
           READ PENSJUD-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 5050-EXIT
           END-READ.
           IF WS-PENSJUD-STATUS NOT = '00'
               OR PEN-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 5050-EXIT
           END-IF.
           MOVE PEN-BENEF-CPF TO MCP-CPF.
           CALL 'MASCCPF' USING MCP-PARAMETROS.
           MOVE SPACES TO WS-TEXTO.
           STRING 'PENSAO ' DELIMITED BY SIZE
                  PEN-SEQUENCIA DELIMITED BY SIZE
                  '  PROCESSO ' DELIMITED BY SIZE
                  PEN-PROCESSO DELIMITED BY SIZE
                  '  BENEFICIARIO CPF ' DELIMITED BY SIZE
                  MCP-CPF-MASCARADO DELIMITED BY SIZE
                  '  VIGENCIA ' DELIMITED BY SIZE
                  PEN-VIGENCIA-INI DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  PEN-VIGENCIA-FIM DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       5050-EXIT.
           EXIT.

      ******************************************************************
      * 5100-PENSOES-RECEBIDAS - o CPF como beneficiario de pensao
      * descontada de algum funcionario (nome e conta do proprio
      * titular; o funcionario que paga nao e identificado).
      ******************************************************************
       5100-PENSOES-RECEBIDAS.
           MOVE 'PENSJUD' TO SEC1T-ARQUIVO.
           MOVE 'PENSOES ALIMENTICIAS RECEBIDAS (COMO BENEFICIARIO)'
               TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT PENSJUD-ARQ.
           IF WS-PENSJUD-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 5100-EXIT
           END-IF.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           PERFORM 5150-TESTAR-BENEFICIARIO THRU 5150-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE PENSJUD-ARQ.
       5100-EXIT.
           EXIT.

       5150-TESTAR-BENEFICIARIO.
           READ PENSJUD-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 5150-EXIT
           END-READ.
           IF WS-PENSJUD-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 5150-EXIT
           END-IF.
           IF PEN-BENEF-CPF NOT = WS-PARM-CPF
               GO TO 5150-EXIT
           END-IF.
           MOVE SPACES TO WS-TEXTO.
           STRING 'PROCESSO ' DELIMITED BY SIZE
                  PEN-PROCESSO DELIMITED BY SIZE
                  '  NOME ' DELIMITED BY SIZE
                  PEN-BENEF-NOME DELIMITED BY SIZE
                  '  BANCO ' DELIMITED BY SIZE
                  PEN-BANCO DELIMITED BY SIZE
                  ' AG ' DELIMITED BY SIZE
                  PEN-AGENCIA DELIMITED BY SIZE
                  ' CONTA ' DELIMITED BY SIZE
                  PEN-CONTA DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  PEN-CONTA-DV DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       5150-EXIT.
           EXIT.

      ******************************************************************
      * 5200-EMPRESTIMOS - emprestimos concedidos pela empresa.
      ******************************************************************
       5200-EMPRESTIMOS.
           MOVE 'EMPREST' TO SEC1T-ARQUIVO.
           MOVE 'EMPRESTIMOS DA EMPRESA' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT EMPREST-ARQ.
           IF WS-EMPREST-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO EPR-MATRICULA.
           MOVE LOW-VALUES TO EPR-CODIGO.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START EMPREST-ARQ KEY IS NOT LESS THAN EPR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 5250-LISTAR-EMPRESTIMO THRU 5250-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE EMPREST-ARQ.
       5200-EXIT.
           EXIT.

       5250-LISTAR-EMPRESTIMO.
           READ EMPREST-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 5250-EXIT
           END-READ.
           IF WS-EMPREST-STATUS NOT = '00'
               OR EPR-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 5250-EXIT
           END-IF.
           MOVE EPR-VALOR-PRINCIPAL TO WS-VALOR-EDITADO.
           MOVE EPR-SALDO-DEVEDOR TO WS-VALOR-EDITADO-2.
           MOVE SPACES TO WS-TEXTO.
           STRING 'EMPRESTIMO ' DELIMITED BY SIZE
                  EPR-CODIGO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  EPR-DESCRICAO DELIMITED BY SIZE
                  '  PRINCIPAL ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  '  PARCELAS ' DELIMITED BY SIZE
                  EPR-PARCELAS-PAGAS DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  EPR-QTD-PARCELAS DELIMITED BY SIZE
                  '  SALDO ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO-2 DELIMITED BY SIZE
                  '  SITUACAO ' DELIMITED BY SIZE
                  EPR-SITUACAO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       5250-EXIT.
           EXIT.

      ******************************************************************
      * 5300-ADIANTAMENTOS - adiantamentos quinzenais.
      ******************************************************************
       5300-ADIANTAMENTOS.
           MOVE 'ADIANTCT' TO SEC1T-ARQUIVO.
           MOVE 'ADIANTAMENTOS SALARIAIS' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT ADIANTCT-ARQ.
           IF WS-ADIANTCT-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 5300-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO ADT-MATRICULA.
           MOVE 0 TO ADT-ANO.
           MOVE 0 TO ADT-MES.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START ADIANTCT-ARQ KEY IS NOT LESS THAN ADT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 5350-LISTAR-ADIANTAMENTO THRU 5350-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE ADIANTCT-ARQ.
       5300-EXIT.
           EXIT.

       5350-LISTAR-ADIANTAMENTO.
           READ ADIANTCT-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 5350-EXIT
           END-READ.
           IF WS-ADIANTCT-STATUS NOT = '00'
               OR ADT-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 5350-EXIT
           END-IF.
           MOVE ADT-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-TEXTO.
           STRING 'COMPETENCIA ' DELIMITED BY SIZE
                  ADT-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  ADT-ANO DELIMITED BY SIZE
                  '  VALOR ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  '  GERADO EM ' DELIMITED BY SIZE
                  ADT-DATA-GERACAO DELIMITED BY SIZE
                  '  SITUACAO ' DELIMITED BY SIZE
                  ADT-SITUACAO DELIMITED BY SIZE
                  '  DESCONTO ' DELIMITED BY SIZE
                  ADT-DATA-DESCONTO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       5350-EXIT.
           EXIT.

      ******************************************************************
      * 5400-RUBRICAS-VARIAVEIS - rubricas variaveis lancadas por
      * competencia.
      ******************************************************************
       5400-RUBRICAS-VARIAVEIS.
           MOVE 'MOVRUB' TO SEC1T-ARQUIVO.
           MOVE 'RUBRICAS VARIAVEIS LANCADAS' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT MOVRUB-ARQ.
           IF WS-MOVRUB-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 5400-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO MRB-MATRICULA.
           MOVE 0 TO MRB-ANO.
           MOVE 0 TO MRB-MES.
           MOVE LOW-VALUES TO MRB-RUBRICA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START MOVRUB-ARQ KEY IS NOT LESS THAN MRB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 5450-LISTAR-RUBRICA THRU 5450-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE MOVRUB-ARQ.
       5400-EXIT.
           EXIT.

       5450-LISTAR-RUBRICA.
           READ MOVRUB-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 5450-EXIT
           END-READ.
           IF WS-MOVRUB-STATUS NOT = '00'
               OR MRB-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 5450-EXIT
           END-IF.
           MOVE MRB-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-TEXTO.
           STRING 'COMPETENCIA ' DELIMITED BY SIZE
                  MRB-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  MRB-ANO DELIMITED BY SIZE
                  '  RUBRICA ' DELIMITED BY SIZE
                  MRB-RUBRICA DELIMITED BY SIZE
                  '  VALOR ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       5450-EXIT.
           EXIT.

      ******************************************************************
      * 5500-HORAS-APURADAS - horas apuradas do ponto por competencia.
      ******************************************************************
       5500-HORAS-APURADAS.
           MOVE 'HORASEXT' TO SEC1T-ARQUIVO.
           MOVE 'HORAS APURADAS (EXTRAS, NOTURNAS, BANCO)'
               TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT HORASEXT-ARQ.
           IF WS-HORASEXT-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 5500-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO HRS-MATRICULA.
           MOVE 0 TO HRS-ANO.
           MOVE 0 TO HRS-MES.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START HORASEXT-ARQ KEY IS NOT LESS THAN HRS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 5550-LISTAR-HORAS THRU 5550-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE HORASEXT-ARQ.
       5500-EXIT.
           EXIT.

       5550-LISTAR-HORAS.
           READ HORASEXT-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 5550-EXIT
           END-READ.
           IF WS-HORASEXT-STATUS NOT = '00'
               OR HRS-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 5550-EXIT
           END-IF.
           MOVE HRS-VALOR-EXTRAS TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-TEXTO.
           STRING 'COMPETENCIA ' DELIMITED BY SIZE
                  HRS-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  HRS-ANO DELIMITED BY SIZE
                  '  TRABALHADAS ' DELIMITED BY SIZE
                  HRS-HORAS-TRABALHADAS DELIMITED BY SIZE
                  '  EXTRAS ' DELIMITED BY SIZE
                  HRS-HORAS-EXTRAS DELIMITED BY SIZE
                  '  NOTURNAS ' DELIMITED BY SIZE
                  HRS-HORAS-NOTURNAS DELIMITED BY SIZE
                  '  BANCO ' DELIMITED BY SIZE
                  HRS-HORAS-BANCO DELIMITED BY SIZE
                  '  VALOR EXTRAS ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       5550-EXIT.
           EXIT.

      ******************************************************************
      * 5600-TRANSFERENCIAS - transferencias entre departamentos.
      ******************************************************************
       5600-TRANSFERENCIAS.
           MOVE 'TRANSFER' TO SEC1T-ARQUIVO.
           MOVE 'TRANSFERENCIAS DE DEPARTAMENTO' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT TRANSFER-ARQ.
           IF WS-TRANSFER-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 5600-EXIT
           END-IF.
           MOVE WS-MATRICULA-TITULAR TO TRF-MATRICULA.
           MOVE 0 TO TRF-SEQUENCIA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START TRANSFER-ARQ KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 5650-LISTAR-TRANSFERENCIA THRU 5650-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE TRANSFER-ARQ.
       5600-EXIT.
           EXIT.

       5650-LISTAR-TRANSFERENCIA.
           READ TRANSFER-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 5650-EXIT
           END-READ.
           IF WS-TRANSFER-STATUS NOT = '00'
               OR TRF-MATRICULA NOT = WS-MATRICULA-TITULAR
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 5650-EXIT
           END-IF.
           MOVE SPACES TO WS-TEXTO.
           STRING 'TRANSFERENCIA ' DELIMITED BY SIZE
                  TRF-SEQUENCIA DELIMITED BY SIZE
                  '  DE ' DELIMITED BY SIZE
                  TRF-DEPTO-ORIGEM DELIMITED BY SIZE
                  ' PARA ' DELIMITED BY SIZE
                  TRF-DEPTO-DESTINO DELIMITED BY SIZE
                  '  VIGENCIA ' DELIMITED BY SIZE
                  TRF-DATA-VIGENCIA DELIMITED BY SIZE
                  '  OPERADOR ' DELIMITED BY SIZE
                  TRF-OPERADOR DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       5650-EXIT.
           EXIT.

      ******************************************************************
      * 6000-TRILHA-EMPLOG - alteracoes cadastrais registradas na
      * trilha de auditoria: quantidade e periodo.
      ******************************************************************
       6000-TRILHA-EMPLOG.
           MOVE 'EMPLOG' TO SEC1T-ARQUIVO.
           MOVE 'TRILHA DE ALTERACOES CADASTRAIS' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT EMPLOG-ARQ.
           IF WS-EMPLOG-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 6000-EXIT
           END-IF.
           MOVE SPACES TO WS-DATA-PRIMEIRA.
           MOVE SPACES TO WS-DATA-ULTIMA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           PERFORM 6050-CONTAR-ALTERACAO THRU 6050-EXIT
               UNTIL FIM-DA-LEITURA.
           CLOSE EMPLOG-ARQ.
           PERFORM 8600-RESUMIR-QUANTIDADE THRU 8600-EXIT.
       6000-EXIT.
           EXIT.

       6050-CONTAR-ALTERACAO.
           READ EMPLOG-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 6050-EXIT
           END-READ.
           IF WS-EMPLOG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 6050-EXIT
           END-IF.
           IF LOG-MATRICULA NOT = WS-MATRICULA-TITULAR
               GO TO 6050-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ITENS.
           IF WS-DATA-PRIMEIRA = SPACES
               MOVE LOG-DATA-HORA (1:8) TO WS-DATA-PRIMEIRA
           END-IF.
           MOVE LOG-DATA-HORA (1:8) TO WS-DATA-ULTIMA.
       6050-EXIT.
           EXIT.

      ******************************************************************
      * 6100-ACESSOS-CONSFLOG - acessos ao autoatendimento com a
      * matricula do titular: quantidade e periodo.
      ******************************************************************
       6100-ACESSOS-CONSFLOG.
           MOVE 'CONSFLOG' TO SEC1T-ARQUIVO.
           MOVE 'ACESSOS AO AUTOATENDIMENTO' TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT CONSFLOG-ARQ.
           IF WS-CONSFLOG-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO WS-DATA-PRIMEIRA.
           MOVE SPACES TO WS-DATA-ULTIMA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           PERFORM 6150-CONTAR-ACESSO THRU 6150-EXIT
               UNTIL FIM-DA-LEITURA.
           CLOSE CONSFLOG-ARQ.
           PERFORM 8600-RESUMIR-QUANTIDADE THRU 8600-EXIT.
       6100-EXIT.
           EXIT.

       6150-CONTAR-ACESSO.
           READ CONSFLOG-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 6150-EXIT
           END-READ.
           IF WS-CONSFLOG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 6150-EXIT
           END-IF.
           IF CFL-MATRICULA NOT = WS-MATRICULA-TITULAR
               GO TO 6150-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ITENS.
           IF WS-DATA-PRIMEIRA = SPACES
               MOVE CFL-DATA-HORA (1:8) TO WS-DATA-PRIMEIRA
           END-IF.
           MOVE CFL-DATA-HORA (1:8) TO WS-DATA-ULTIMA.
       6150-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CONTRIBUINTE - o CPF como contribuinte individual
      * (autonomo ou socio) no CONTRIB, com os pagamentos recebidos.
      ******************************************************************
       7000-CONTRIBUINTE.
           MOVE 'CONTRIB' TO SEC1T-ARQUIVO.
           MOVE 'CADASTRO DE CONTRIBUINTE INDIVIDUAL'
               TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           MOVE 'N' TO WS-ACHOU-CONTRIB.
           OPEN INPUT CONTRIB-ARQ.
           IF WS-CONTRIB-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-PARM-CPF TO CIN-CPF.
           READ CONTRIB-ARQ KEY IS CIN-CPF
               INVALID KEY
                   PERFORM 8400-NENHUM-REGISTRO THRU 8400-EXIT
                   CLOSE CONTRIB-ARQ
                   GO TO 7000-EXIT
           END-READ.
           MOVE 'S' TO WS-ACHOU-CONTRIB.
           MOVE CIN-CODIGO TO WS-CODIGO-CONTRIBUINTE.
           MOVE SPACES TO WS-TEXTO.
           STRING 'CODIGO ' DELIMITED BY SIZE
                  CIN-CODIGO DELIMITED BY SIZE
                  '  NOME ' DELIMITED BY SIZE
                  CIN-NOME DELIMITED BY SIZE
                  '  NIT ' DELIMITED BY SIZE
                  CIN-NIT DELIMITED BY SIZE
                  '  CATEGORIA ' DELIMITED BY SIZE
                  CIN-CATEGORIA DELIMITED BY SIZE
                  '  EMPRESA ' DELIMITED BY SIZE
                  CIN-EMPRESA DELIMITED BY SIZE
                  '  SITUACAO ' DELIMITED BY SIZE
                  CIN-SITUACAO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
           MOVE SPACES TO WS-TEXTO.
           STRING 'BANCO ' DELIMITED BY SIZE
                  CIN-BANCO DELIMITED BY SIZE
                  '  AGENCIA ' DELIMITED BY SIZE
                  CIN-AGENCIA DELIMITED BY SIZE
                  '  CONTA ' DELIMITED BY SIZE
                  CIN-CONTA DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  CIN-CONTA-DV DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
           CLOSE CONTRIB-ARQ.
           PERFORM 7100-PAGAMENTOS-CONTRIBUINTE THRU 7100-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-PAGAMENTOS-CONTRIBUINTE - pagamentos ao contribuinte
      * individual (RPA/pro-labore), pelo codigo achado no CONTRIB.
      ******************************************************************
       7100-PAGAMENTOS-CONTRIBUINTE.
           MOVE 'PAGCONTR' TO SEC1T-ARQUIVO.
           MOVE 'PAGAMENTOS A CONTRIBUINTE INDIVIDUAL'
               TO SEC1T-DESCRICAO.
           PERFORM 8100-GRAVAR-SECAO THRU 8100-EXIT.
           OPEN INPUT PAGCONTR-ARQ.
           IF WS-PAGCONTR-STATUS NOT = '00'
               PERFORM 8300-ARQUIVO-INDISPONIVEL THRU 8300-EXIT
               GO TO 7100-EXIT
           END-IF.
           MOVE WS-CODIGO-CONTRIBUINTE TO PCI-CODIGO.
           MOVE 0 TO PCI-ANO.
           MOVE 0 TO PCI-MES.
           MOVE 0 TO PCI-SEQUENCIA.
           PERFORM 8000-INICIAR-LEITURA THRU 8000-EXIT.
           START PAGCONTR-ARQ KEY IS NOT LESS THAN PCI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 7150-LISTAR-PAGAMENTO THRU 7150-EXIT
               UNTIL FIM-DA-LEITURA.
           PERFORM 8500-FECHAR-SECAO THRU 8500-EXIT.
           CLOSE PAGCONTR-ARQ.
       7100-EXIT.
           EXIT.

       7150-LISTAR-PAGAMENTO.
           READ PAGCONTR-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 7150-EXIT
           END-READ.
           IF WS-PAGCONTR-STATUS NOT = '00'
               OR PCI-CODIGO NOT = WS-CODIGO-CONTRIBUINTE
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 7150-EXIT
           END-IF.
           MOVE PCI-VALOR-BRUTO TO WS-VALOR-EDITADO.
           MOVE PCI-LIQUIDO TO WS-VALOR-EDITADO-2.
           MOVE SPACES TO WS-TEXTO.
           STRING 'COMPETENCIA ' DELIMITED BY SIZE
                  PCI-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  PCI-ANO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  PCI-DESCRICAO DELIMITED BY SIZE
                  '  BRUTO ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  '  LIQUIDO ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO-2 DELIMITED BY SIZE
                  '  PAGAMENTO ' DELIMITED BY SIZE
                  PCI-DATA-PAGAMENTO DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       7150-EXIT.
           EXIT.

      ******************************************************************
      * Rotinas de impressao comuns as secoes.
      ******************************************************************
       8000-INICIAR-LEITURA.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE 0 TO WS-QTD-ITENS.
       8000-EXIT.
           EXIT.

       8100-GRAVAR-SECAO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SEC1T TO REL-LINHA.
           WRITE REL-LINHA.
       8100-EXIT.
           EXIT.

       8200-GRAVAR-TEXTO.
           MOVE WS-TEXTO TO DET1T-TEXTO.
           MOVE DET1T TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-QTD-ITENS.
       8200-EXIT.
           EXIT.

       8300-ARQUIVO-INDISPONIVEL.
           MOVE 'ARQUIVO INDISPONIVEL' TO WS-TEXTO.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       8300-EXIT.
           EXIT.

       8400-NENHUM-REGISTRO.
           MOVE 'NENHUM REGISTRO' TO WS-TEXTO.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       8400-EXIT.
           EXIT.

       8500-FECHAR-SECAO.
           IF WS-QTD-ITENS = 0
               PERFORM 8400-NENHUM-REGISTRO THRU 8400-EXIT
           END-IF.
       8500-EXIT.
           EXIT.

       8600-RESUMIR-QUANTIDADE.
           IF WS-QTD-ITENS = 0
               PERFORM 8400-NENHUM-REGISTRO THRU 8400-EXIT
               GO TO 8600-EXIT
           END-IF.
           MOVE WS-QTD-ITENS TO WS-QTD-EDITADA.
           MOVE SPACES TO WS-TEXTO.
           STRING WS-QTD-EDITADA DELIMITED BY SIZE
                  ' REGISTRO(S) DE ' DELIMITED BY SIZE
                  WS-DATA-PRIMEIRA DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-DATA-ULTIMA DELIMITED BY SIZE
                  INTO WS-TEXTO
           END-STRING.
           PERFORM 8200-GRAVAR-TEXTO THRU 8200-EXIT.
       8600-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha o relatorio.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT WS-ARQUIVOS-ABERTOS
               GO TO 9000-EXIT
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1T TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-ARQ.
           IF WS-CPF-LOCALIZADO
               DISPLAY 'TITULAR: MATRICULA ' WS-MATRICULA-TITULAR
                   ' - RELATORIO GRAVADO EM ' WS-NOME-RELATORIO
           END-IF.
           IF WS-CONTRIBUINTE-LOCALIZADO
               DISPLAY 'TITULAR: CONTRIBUINTE ' WS-CODIGO-CONTRIBUINTE
                   ' - RELATORIO GRAVADO EM ' WS-NOME-RELATORIO
           END-IF.
           IF NOT WS-CPF-LOCALIZADO
               AND NOT WS-CONTRIBUINTE-LOCALIZADO
               DISPLAY 'TITULAR: CPF NAO ENCONTRADO NO EMPCOMP NEM NO '
                   'CONTRIB - RELATORIO GRAVADO EM ' WS-NOME-RELATORIO
           END-IF.
       9000-EXIT.
           EXIT.
