      *                   pro-rata, afastamento ou ferias fica fora do
      *                   desconto automatico - as horas esperadas nao
      *                   valem para mes quebrado.
      *   15/10/2026 LHP  Encargos patronais por funcionario: INSS da
      *                   empresa, RAT x FAP e terceiros sobre a mesma
      *                   remuneracao do FGTS, com as aliquotas do CNPJ
      *                   do funcionario (EMPRESAS, via CADEMPR). Saem
      *                   no resumo do registro, gravados por
      *                   funcionario em ENCARGOS no fechamento oficial
      *                   (base do custo de pessoal do CUSTOPES) e com
      *                   debitos/creditos proprios no lote contabil.
      *   15/10/2026 LHP  Banco de horas: as horas de falta que o
      *                   APURAPON compensou com o saldo do optante
      *                   (HRS-HORAS-COMPENSADAS) nao sao descontadas
      *                   como falta.
      *   15/10/2026 LHP  Adicional noturno: 20 por cento do valor-hora
      *                   sobre as horas noturnas reduzidas apuradas
      *                   pelo APURAPON (HRS-HORAS-NOTURNAS), com o
      *                   valor-hora pelo divisor da jornada do
      *                   funcionario (HRS-DIVISOR) - o mesmo divisor
      *                   passa a valorar as faltas. Entra no liquido,
      *                   no FGTS e nos encargos como as horas extras,
      *                   com linha no registro, campos no FOLHAHIS e
      *                   debito proprio no lote contabil.
      *   15/10/2026 LHP  Adicional de insalubridade/periculosidade pago
      *                   pelo grau de risco do cargo (CARGOS, via
      *                   subrotina ADICRISC), proporcional aos dias
      *                   pagos como o salario base (pro-rata,
      *                   afastamento, ferias), dentro das bases de
      *                   INSS, IRRF, FGTS e encargos; o mes cheio do
      *                   adicional entra tambem na remuneracao das
      *                   ferias + 1/3. Linha no registro, campos no
      *                   FOLHAHIS e debito proprio no lote contabil.
      *   15/10/2026 LHP  Conta de FGTS por funcionario (FGTSCTA):
      *                   o fechamento oficial lanca o deposito do mes
      *                   de cada funcionario com a admissao do vinculo.
      *                   Desligado na competencia com deposito
      *                   rescisorio ja recolhido na GRRF pelo DESLIGA
      *                   deposita na guia mensal so a diferenca.
      *   15/10/2026 LHP  Pensao alimenticia judicial (PENSJUD, via
      *                   subrotina PENSAOC) descontada depois de INSS
      *                   e IRRF - sobre o bruto, o liquido ou salarios
      *                   minimos, com ou sem as ferias - e deduzida da
      *                   base do IRRF, que e recalculado. Linha por
      *                   beneficiario no registro, total no FOLHAHIS,
      *                   pagamento gravado no PENSHIS para o credito
      *                   bancario e credito proprio no lote contabil.
      *   15/10/2026 LHP  Teto do desconto da pensao informado a
      *                   PENSAOC (PNL-TETO): na folha mensal, o proprio
      *                   liquido depois de INSS e IRRF.
      *   15/10/2026 LHP  Contribuicao assistencial do sindicato do
      *                   funcionario (SINDIC, via CADSIND) descontada
      *                   no mes acordado, como uma consignacao de
      *                   codigo 'S' + sindicato: itemizada no registro,
      *                   no total por consignatario e no total de
      *                   consignacoes do FOLHAHIS, gravada no SINDHIS
      *                   para o repasse (REPSIND) e com credito
      *                   proprio no lote contabil.
      *   15/10/2026 LHP  Fechamento oficial grava no EMPRHIS cada
      *                   parcela de emprestimo amortizada e marca o
      *                   adiantamento quinzenal como descontado no
      *                   ADIANTCT - o que permite ao ESTFECH estornar
      *                   a competencia reaberta.
      *   15/10/2026 LHP  Desconto dos beneficios VT e VR/VA pedidos
      *                   pelo PEDBENEF para a competencia (BENMOV):
      *                   vale-transporte pelo menor entre 6 por cento
      *                   do salario base e o custo da carga, mais a
      *                   participacao do funcionario no VR/VA, como
      *                   consignacoes de codigo 'VT ' e 'VR '/'VA '.
      *                   O fechamento oficial grava no BENMOV o que
      *                   foi descontado (conciliado pelo CONCBEN), e
      *                   o lote contabil credita os beneficios
      *                   recuperados em conta propria.
      *   15/10/2026 LHP  Coparticipacao do plano de saude (PLSAUDE,
      *                   ADESPLAN): titular e dependentes com adesao
      *                   na competencia, preco da faixa etaria e
      *                   percentual do plano pela PRECOPLN, limitado
      *                   ao teto do plano, como consignacao 'PS ' - no
      *                   lugar da linha fixa do CONSIG - e credito
      *                   proprio no lote contabil.
      *   15/10/2026 LHP  Dados de cada funcionario lidos do extrato
      *                   de pre-folha da competencia (FOLHAPRE-AAAAMM,
      *                   gerado pelo PREFOLHA), e nao mais por consulta
      *                   a DEPEND, HORASEXT, FERGOZO, AFAST, RUBRICA,
      *                   MOVRUB, CONSIG, SINDIC, PLSAUDE, EMPCOMP,
      *                   EMPREST, ADIANTCT, BENMOV e FGTSCTA a cada
      *                   funcionario. EMPREST, ADIANTCT, BENMOV e
      *                   FGTSCTA so sao abertos no fechamento oficial,
      *                   para a gravacao. Extrato ausente, de outra
      *                   competencia ou incompleto aborta o job.
      *                   Registros e tempo de cada fase vao ao
      *                   FOLHAEST.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT ENCARGOS-ARQ
               ASSIGN TO "ENCARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENP-CHAVE
               FILE STATUS IS WS-ENCARGOS-STATUS.

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

           SELECT BENMOV-ARQ
               ASSIGN TO "BENMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMV-CHAVE
               FILE STATUS IS WS-BENMOV-STATUS.

           SELECT TABFOLHA-ARQ
               ASSIGN TO "TABFOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAB-CHAVE
               FILE STATUS IS WS-TABFOLHA-STATUS.

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

           SELECT PREVCTL-ARQ
               ASSIGN TO "PREVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS EPR-CHAVE
               FILE STATUS IS WS-EMPREST-STATUS.

           SELECT EMPRHIS-ARQ
               ASSIGN TO "EMPRHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPH-CHAVE
               FILE STATUS IS WS-EMPRHIS-STATUS.

           SELECT ADIANTCT-ARQ
               ASSIGN TO "ADIANTCT"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHACTB-STATUS.

           SELECT EXTRATO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.

           SELECT FOLHAEST-ARQ
               ASSIGN TO "FOLHAEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CKPT-TOTAL-EMPREST      PIC S9(09)V99.
           05 CKPT-TOTAL-ADIANT       PIC S9(09)V99.
           05 CKPT-TOTAL-FALTAS       PIC S9(09)V99.
           05 CKPT-TOTAL-ENC-INSS     PIC S9(09)V99.
           05 CKPT-TOTAL-ENC-RAT      PIC S9(09)V99.
           05 CKPT-TOTAL-ENC-TERC     PIC S9(09)V99.
           05 CKPT-TOTAL-ADNOT        PIC S9(09)V99.
           05 CKPT-TOTAL-ADRISCO      PIC S9(09)V99.
           05 CKPT-TOTAL-PENSAO       PIC S9(09)V99.
           05 CKPT-TOTAL-SINDICAL     PIC S9(09)V99.
           05 CKPT-TOTAL-BENEFICIOS   PIC S9(09)V99.
           05 CKPT-TOTAL-PLANO-SAUDE  PIC S9(09)V99.

      * CTRL-ARQ - registro de controle (trailer) gerado por quem
      * carrega o mestre EMPREG, com a quantidade de registros e o
           LABEL RECORD IS STANDARD.
           COPY FOLHAHC.

       FD  ENCARGOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY ENCPATC.

       FD  PENSHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PENSHC.

       FD  SINDHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY SINDHC.

       FD  BENMOV-ARQ
           LABEL RECORD IS STANDARD.
           COPY BENMOVC.

       FD  TABFOLHA-ARQ
           LABEL RECORD IS STANDARD.
           COPY TABFOLC.

       FD  EMPREST-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRESTC.

       FD  EMPRHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRHC.

       FD  ADIANTCT-ARQ
           LABEL RECORD IS STANDARD.
           COPY ADIANTC.
           LABEL RECORD IS STANDARD.
           COPY FGTSDEPC.

       FD  FGTSCTA-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSCTC.

      * PREVCTL - visto das previas concluidas: uma linha por previa
      * limpa, com a competencia e a situacao, que o FECHAMES confere
      * antes de liberar a etapa RELAT do fechamento.
           LABEL RECORD IS STANDARD.
           COPY CTBLANC.

      * EXTRATO-ARQ - extrato de pre-folha da competencia, gravado
      * pelo PREFOLHA (layout PREFOLC, lido em PRX-REGISTRO).
       FD  EXTRATO-ARQ
           LABEL RECORD IS STANDARD.
       01  EXT-LINHA                  PIC X(6402).

       FD  FOLHAEST-ARQ
           LABEL RECORD IS STANDARD.
           COPY ESTEXC.

       WORKING-STORAGE SECTION.

           05 WS-FGTSDEP-STATUS       PIC X(02) VALUE '00'.
           05 WS-FGTSDEP-OK           PIC X(01) VALUE 'N'.
               88 WS-FGTSDEP-ABERTO   VALUE 'S'.
           05 WS-FGTSCTA-STATUS       PIC X(02) VALUE '00'.
           05 WS-FGTSCTA-OK           PIC X(01) VALUE 'N'.
               88 WS-FGTSCTA-ABERTO   VALUE 'S'.
           05 WS-AFAST-STATUS         PIC X(02) VALUE '00'.
           05 WS-AFAST-OK             PIC X(01) VALUE 'N'.
               88 WS-AFAST-DISPONIVEL VALUE 'S'.
               88 WS-CONSIG-DISPONIVEL VALUE 'S'.
           05 WS-FIM-CONSIG           PIC X(01) VALUE 'N'.
               88 FIM-DAS-CONSIG      VALUE 'S'.
           05 WS-ENCARGOS-STATUS      PIC X(02) VALUE '00'.
           05 WS-ENCARGOS-OK          PIC X(01) VALUE 'N'.
               88 WS-ENCARGOS-ABERTO  VALUE 'S'.
           05 WS-PENSHIS-STATUS       PIC X(02) VALUE '00'.
           05 WS-PENSHIS-OK           PIC X(01) VALUE 'N'.
               88 WS-PENSHIS-ABERTO   VALUE 'S'.
           05 WS-SINDIC-STATUS        PIC X(02) VALUE '00'.
           05 WS-SINDIC-OK            PIC X(01) VALUE 'N'.
               88 WS-SINDIC-DISPONIVEL VALUE 'S'.
           05 WS-SINDHIS-STATUS       PIC X(02) VALUE '00'.
           05 WS-SINDHIS-OK           PIC X(01) VALUE 'N'.
               88 WS-SINDHIS-ABERTO   VALUE 'S'.
           05 WS-BENMOV-STATUS        PIC X(02) VALUE '00'.
           05 WS-BENMOV-OK            PIC X(01) VALUE 'N'.
               88 WS-BENMOV-DISPONIVEL VALUE 'S'.
           05 WS-PLSAUDE-STATUS       PIC X(02) VALUE '00'.
           05 WS-PLSAUDE-OK           PIC X(01) VALUE 'N'.
               88 WS-PLSAUDE-DISPONIVEL VALUE 'S'.
           05 WS-FIM-ADESOES          PIC X(01) VALUE 'N'.
               88 FIM-DAS-ADESOES     VALUE 'S'.
           05 WS-EMPRHIS-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPRHIS-OK           PIC X(01) VALUE 'N'.
               88 WS-EMPRHIS-ABERTO   VALUE 'S'.
           05 WS-FIM-EMPRESAS         PIC X(01) VALUE 'N'.
               88 FIM-DAS-EMPRESAS    VALUE 'S'.

       01  WS-NOME-RELATORIO          PIC X(19) VALUE SPACES.
       01  WS-NOME-FOLHACTB           PIC X(19) VALUE SPACES.
       01  WS-NOME-FGTSDEP            PIC X(18) VALUE SPACES.
       01  WS-SUFIXO-EMPRESA          PIC X(04) VALUE SPACES.
       01  WS-NOME-EXTRATO            PIC X(20) VALUE SPACES.

      * Leitura do extrato de pre-folha: funcionarios e salarios lidos,
      * conferidos no fim com o trailer gravado pelo PREFOLHA.
       01  WS-CONTROLE-EXTRATO.
           05 WS-EXTRATO-STATUS       PIC X(02) VALUE '00'.
           05 WS-FIM-EXTRATO          PIC X(01) VALUE 'N'.
               88 FIM-DO-EXTRATO      VALUE 'S'.
           05 WS-TRAILER-EXTRATO      PIC X(01) VALUE 'N'.
               88 WS-TRAILER-LIDO     VALUE 'S'.
           05 WS-QTD-EXTRATO          PIC 9(06) COMP VALUE 0.
           05 WS-SALARIOS-EXTRATO     PIC S9(11)V99 VALUE 0.
           05 WS-TRL-QTD-FUNC         PIC 9(06) VALUE 0.
           05 WS-TRL-TOTAL-SALARIO    PIC S9(11)V99 VALUE 0.

      * Estatisticas da execucao: horas do relogio (HHMMSSCC) em
      * centesimos de segundo desde a meia-noite; fase que passa da
      * meia-noite soma um dia inteiro ao fim.
       01  WS-CRONOMETRO.
           05 WS-FOLHAEST-STATUS      PIC X(02) VALUE '00'.
           05 WS-HORA-LIDA            PIC 9(08) VALUE 0.
           05 WS-HORA-LIDA-R REDEFINES WS-HORA-LIDA.
               10 WS-LIDA-HH          PIC 9(02).
               10 WS-LIDA-MM          PIC 9(02).
               10 WS-LIDA-SS          PIC 9(02).
               10 WS-LIDA-CC          PIC 9(02).
           05 WS-CS-AGORA             PIC 9(09) COMP VALUE 0.
           05 WS-CS-INICIO-FASE       PIC 9(09) COMP VALUE 0.
           05 WS-CS-INICIO-EXECUCAO   PIC 9(09) COMP VALUE 0.
           05 WS-CS-DIA               PIC 9(09) COMP VALUE 8640000.
           05 WS-REGISTROS-FASE       PIC 9(09) COMP VALUE 0.
           05 WS-NOME-FASE            PIC X(20) VALUE SPACES.
           05 WS-SEGUNDOS             PIC 9(07)V99 VALUE 0.
           05 WS-REGISTROS-EDIT       PIC ZZZ.ZZZ.ZZ9.
           05 WS-SEGUNDOS-EDIT        PIC Z.ZZZ.ZZ9,99.

       01  WS-TAB-FASES.
           05 WS-QTD-FASES            PIC 9(02) COMP VALUE 0.
           05 WS-FASE-ITEM OCCURS 5 TIMES INDEXED BY WS-IDX-FASE.
               10 WS-FASE-NOME        PIC X(20).
               10 WS-FASE-REGISTROS   PIC 9(09) COMP.
               10 WS-FASE-DURACAO     PIC 9(09) COMP.

       01  WS-EXECUCAO-FILTRADA       PIC X(01) VALUE 'N'.
           88 WS-RODADA-FILTRADA      VALUE 'S'.
               88 WS-PONTO-APURADO    VALUE 'S'.
           05 WS-HORAS-TRABALHADAS    PIC 9(03) VALUE 0.
           05 WS-HORAS-ESPERADAS      PIC 9(03) VALUE 0.
           05 WS-HORAS-COMPENSADAS    PIC 9(03) VALUE 0.
           05 WS-DIVISOR-HORA         PIC 9(03) VALUE 220.

      * Adicional noturno: horas noturnas ja reduzidas (52m30s) vindas
      * do APURAPON, pagas a 20 por cento do valor-hora da jornada.
       01  WS-ADIC-NOTURNO-FUNC.
           05 WS-HORAS-NOTURNAS       PIC 9(03) VALUE 0.
           05 WS-VALOR-ADIC-NOTURNO   PIC S9(05)V99 VALUE 0.
           05 WS-PERC-ADIC-NOTURNO    PIC V99 VALUE 0,20.

      * Adicional de insalubridade/periculosidade do cargo: valor do
      * mes cheio devolvido pela ADICRISC e valor pago na competencia,
      * proporcional aos dias pagos do salario base.
       01  WS-ADIC-RISCO-FUNC.
           05 WS-TIPO-ADIC-RISCO      PIC X(01) VALUE SPACES.
               88 WS-ADIC-INSALUBRIDADE VALUE 'I'.
           05 WS-PERC-ADIC-RISCO      PIC 9(02) VALUE 0.
           05 WS-ADIC-RISCO-MENSAL    PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-ADIC-RISCO     PIC S9(07)V99 VALUE 0.

      * Faltas da competencia: horas esperadas menos trabalhadas,
      * acima da tolerancia, valoradas a salario pelo divisor da
      * jornada (220 na padrao).
       01  WS-FALTAS-FUNC.
           05 WS-HORAS-FALTAS         PIC S9(03) VALUE 0.
           05 WS-VALOR-FALTAS         PIC S9(07)V99 VALUE 0.
      * empregador - nao sai do liquido do funcionario.
       01  WS-CALCULO-FGTS.
           05 WS-ALIQUOTA-FGTS        PIC 9(01)V99 VALUE 0,08.
           05 WS-BASE-FGTS            PIC S9(09)V99 VALUE 0.
           05 WS-VALOR-FGTS           PIC S9(07)V99 VALUE 0.
           05 WS-FGTS-GRRF            PIC S9(07)V99 VALUE 0.
           05 WS-DEPOSITO-FGTS        PIC S9(07)V99 VALUE 0.
           05 WS-CPF-FUNCIONARIO      PIC 9(11) VALUE 0.
           05 WS-QTD-DEPOSITOS-FGTS   PIC 9(06) VALUE 0.

      * Aliquotas dos encargos patronais por empresa, carregadas de
      * EMPRESAS em 1325 (posicao = codigo da empresa + 1). Empresa sem
      * aliquotas cadastradas fica com o INSS da empresa da lei (20 por
      * cento) e RAT x FAP/terceiros zerados, com aviso.
       01  WS-TAB-ALIQ-PATRONAIS.
           05 WS-ALQ-EMPRESA OCCURS 100 TIMES INDEXED BY WS-IDX-ALQ.
               10 WS-ALQ-INSS-EMPRESA PIC V9999.
               10 WS-ALQ-RAT-FAP      PIC V9999.
               10 WS-ALQ-TERCEIROS    PIC V9999.
           05 WS-ALIQ-INSS-EMPRESA-LEI PIC V9999 VALUE 0,2000.

      * Encargos patronais do funcionario corrente - custo da empresa,
      * fora do liquido, sobre a mesma base do FGTS.
       01  WS-ENCARGOS-FUNC.
           05 WS-POS-EMPRESA          PIC 9(03) COMP VALUE 0.
           05 WS-ENC-BASE             PIC S9(07)V99 VALUE 0.
           05 WS-ENC-INSS-EMPRESA     PIC S9(07)V99 VALUE 0.
           05 WS-ENC-RAT-FAP          PIC S9(07)V99 VALUE 0.
           05 WS-ENC-TERCEIROS        PIC S9(07)V99 VALUE 0.
           05 WS-ENC-TOTAL            PIC S9(07)V99 VALUE 0.

      * Consignacoes vigentes do funcionario corrente, apuradas em
      * 2044 e itemizadas no registro logo abaixo da linha DET1.
       01  WS-CONSIG-FUNC.
           05 WS-TOTAL-CONSIG-FUNC    PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-CONSIG         PIC S9(05)V99 VALUE 0.

      * Contribuicao assistencial do funcionario corrente, apurada em
      * 2051 e lancada tambem como item da tabela de consignacoes.
       01  WS-CONTRIB-SINDICAL.
           05 WS-BASE-SINDICAL        PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-SINDICAL       PIC S9(07)V99 VALUE 0.

      * Desconto dos beneficios VT e VR/VA do funcionario corrente,
      * apurado em 2055 sobre o BENMOV da competencia e lancado tambem
      * como itens da tabela de consignacoes.
       01  WS-DESCONTO-BENEFICIOS.
           05 WS-TEM-BENMOV           PIC X(01) VALUE 'N'.
               88 WS-BENEFICIO-PEDIDO VALUE 'S'.
           05 WS-PERC-TETO-VT         PIC 9(02)V99 VALUE 6.
           05 WS-TETO-VT              PIC S9(07)V99 VALUE 0.
           05 WS-DESCONTO-VT          PIC S9(05)V99 VALUE 0.
           05 WS-DESCONTO-VR          PIC S9(05)V99 VALUE 0.
           05 WS-VALOR-BENEFICIOS     PIC S9(07)V99 VALUE 0.
           05 WS-CODIGO-BENEFICIO     PIC X(03) VALUE SPACES.
           05 WS-DESCRICAO-BENEFICIO  PIC X(20) VALUE SPACES.
           05 WS-VALOR-ITEM-BENEFICIO PIC S9(05)V99 VALUE 0.

      * Coparticipacao do plano de saude do funcionario corrente (2061):
      * soma da familia com adesao na competencia e teto do plano.
       01  WS-PLANO-SAUDE.
           05 WS-VALOR-PLANO-SAUDE    PIC S9(05)V99 VALUE 0.
           05 WS-TETO-PLANO-SAUDE     PIC 9(05)V99 VALUE 0.
           05 WS-QTD-BENEF-PLANO      PIC 9(02) VALUE 0.

      * Totais por codigo de consignatario, impressos depois dos
      * subtotais de departamento - cada consignatario recebe o que
      * foi retido no mes.

           COPY MSGGRVC.

           COPY ADRLINKC.

           COPY PNLLINKC.

           COPY PPLLINKC.

      * Registro do extrato de pre-folha do funcionario corrente e as
      * imagens dos registros de origem que ele traz - os paragrafos
      * de calculo continuam usando os campos de cada layout.
           COPY PREFOLC.

           COPY DEPENDC.

           COPY HORASC.

           COPY FERGOZC.

           COPY AFASTC.

           COPY RUBRICC.

           COPY MOVRUBC.

           COPY CONSIGC.

           COPY SINDICC.

           COPY PLSAUDC.

           COPY EMPCOMPC.

       01  WS-DEDUCOES.
           05 WS-BASE-INSS            PIC S9(07)V99 VALUE 0.
           05 WS-INSS                 PIC S9(07)V99 VALUE 0.
           05 WS-ALIQUOTA-INSS        PIC 9(01)V999 VALUE 0.
           05 WS-ALIQUOTA-IRRF        PIC 9(01)V999 VALUE 0.
           05 WS-LIQUIDO              PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-PENSAO         PIC S9(07)V99 VALUE 0.

       01  WS-TOTAIS-GERAIS.
           05 WS-TOTAL-SALARIO        PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-LIQUIDO        PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-SALFAM         PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-HREXT          PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-ADNOT          PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-ADRISCO        PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-PENSAO         PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-CONSIG         PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-SINDICAL       PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-BENEFICIOS     PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-PLANO-SAUDE    PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-FERIAS         PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-FGTS           PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-EV-PROV        PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-EMPREST        PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-ADIANT         PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-FALTAS         PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-ENC-INSS       PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-ENC-RAT        PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-ENC-TERC       PIC S9(09)V99 VALUE 0.

       01  WS-TAB-DEPTOS.
           05 WS-QTD-DEPTOS           PIC 9(02) COMP VALUE 0.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET2F-VALOR  PIC -ZZZ.ZZ9,99.

       01  DET2N.
           05 FILLER       PIC X(06) VALUE SPACES.
           05 FILLER       PIC X(19) VALUE 'ADICIONAL NOTURNO ('.
           05 DET2N-HORAS  PIC ZZ9.
           05 FILLER       PIC X(07) VALUE ' HORAS)'.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET2N-VALOR  PIC -ZZ.ZZ9,99.

       01  DET2R.
           05 FILLER       PIC X(06) VALUE SPACES.
           05 DET2R-TIPO   PIC X(15).
           05 DET2R-PERC   PIC Z9.
           05 FILLER       PIC X(06) VALUE ' PCT  '.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2R-VALOR  PIC -ZZZ.ZZ9,99.

       01  DET2E.
           05 FILLER       PIC X(06) VALUE SPACES.
           05 FILLER       PIC X(08) VALUE 'EVENTO  '.
           05 DET2C-DESCRICAO PIC X(20).
           05 DET2C-VALOR  PIC -ZZ.ZZ9,99.

       01  DET2P.
           05 FILLER       PIC X(06) VALUE SPACES.
           05 FILLER       PIC X(08) VALUE 'PENSAO  '.
           05 DET2P-SEQUENCIA PIC 9(02).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET2P-BENEFICIARIO PIC X(20).
           05 DET2P-VALOR  PIC -ZZ.ZZ9,99.

       01  TOTP.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(36) VALUE
               'PENSAO ALIMENTICIA A REPASSAR'.
           05 TOTP-TOTAL   PIC -Z.ZZZ.ZZZ9,99.

       01  TOTC.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(12) VALUE 'CONSIGNACAO '.
               'GUIA FGTS - TOTAL 8 PCT..: '.
           05 GUIA2-TOTAL  PIC -Z.ZZZ.ZZZ9,99.

       01  ENCP1.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 ENCP1-TEXTO  PIC X(27).
           05 ENCP1-TOTAL  PIC -Z.ZZZ.ZZZ9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'PREPARACAO' TO WS-NOME-FASE.
           PERFORM 6100-INICIAR-FASE THRU 6100-EXIT.
           MOVE WS-CS-AGORA TO WS-CS-INICIO-EXECUCAO.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1350-CONFERIR-BALANCEAMENTO THRU 1350-EXIT.
           MOVE WS-QTD-REAL TO WS-REGISTROS-FASE.
           PERFORM 6150-ENCERRAR-FASE THRU 6150-EXIT.
           MOVE 'CALCULO DA FOLHA' TO WS-NOME-FASE.
           PERFORM 6100-INICIAR-FASE THRU 6100-EXIT.
           PERFORM 1400-EXECUTAR-ORDENACAO THRU 1400-EXIT.
           MOVE WS-QTD-EXTRATO TO WS-REGISTROS-FASE.
           PERFORM 6150-ENCERRAR-FASE THRU 6150-EXIT.
           MOVE 'FINALIZACAO' TO WS-NOME-FASE.
           PERFORM 6100-INICIAR-FASE THRU 6100-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           PERFORM 8800-REGISTRAR-ESTATISTICAS THRU 8800-EXIT.
           GOBACK.

      ******************************************************************
           PERFORM 1305-CLASSIFICAR-EXECUCAO THRU 1305-EXIT.
           PERFORM 1310-VALIDAR-DEPTO-FILTRO THRU 1310-EXIT.
           PERFORM 1320-IDENTIFICAR-EMPRESA THRU 1320-EXIT.
           PERFORM 1325-CARREGAR-ALIQ-PATRONAIS THRU 1325-EXIT.
           PERFORM 1170-DEFINIR-COMPETENCIA THRU 1170-EXIT.
           PERFORM 1190-CARREGAR-TABELAS THRU 1190-EXIT.
           PERFORM 1168-ABRIR-EXTRATO THRU 1168-EXIT.
           PERFORM 1180-ABRIR-HISTORICO THRU 1180-EXIT.
           PERFORM 1182-ABRIR-ENCARGOS THRU 1182-EXIT.
           PERFORM 1176-ABRIR-PENSOES THRU 1176-EXIT.
           PERFORM 1185-ABRIR-DEPENDENTES THRU 1185-EXIT.
           PERFORM 1187-ABRIR-HORAS-EXTRAS THRU 1187-EXIT.
           PERFORM 1189-ABRIR-FERIAS-GOZO THRU 1189-EXIT.
           PERFORM 1178-ABRIR-EMPRESTIMOS THRU 1178-EXIT.
           PERFORM 1177-ABRIR-ADIANTAMENTOS THRU 1177-EXIT.
           PERFORM 1186-ABRIR-CONSIGNACOES THRU 1186-EXIT.
           PERFORM 1174-ABRIR-SINDICATOS THRU 1174-EXIT.
           PERFORM 1173-ABRIR-BENEFICIOS THRU 1173-EXIT.
           PERFORM 1172-ABRIR-PLANO-SAUDE THRU 1172-EXIT.
           PERFORM 1188-ABRIR-RELATORIO THRU 1188-EXIT.
           PERFORM 1150-RESTAURAR-CHECKPOINT THRU 1150-EXIT.
           PERFORM 1183-ABRIR-FGTS THRU 1183-EXIT.
       1195-EXIT.
           EXIT.

      ******************************************************************
      * 1168-ABRIR-EXTRATO - abre o extrato de pre-folha da competencia
      * (FOLHAPRE-AAAAMM, com -Enn na execucao por empresa) gravado
      * pelo PREFOLHA e confere o cabecalho: competencia e empresa tem
      * de ser as desta execucao. O status com que o PREFOLHA leu cada
      * arquivo de origem passa aos status dos arquivos, e as aberturas
      * seguintes avisam da origem indisponivel como antes. Sem o
      * extrato certo nao ha dado para calcular a folha: o job aborta
      * e a operacao e alertada para rodar o PREFOLHA.
      ******************************************************************
       1168-ABRIR-EXTRATO.
           PERFORM 1184-MONTAR-SUFIXO-EMPRESA THRU 1184-EXIT.
           MOVE SPACES TO WS-NOME-EXTRATO.
           STRING 'FOLHAPRE-'        DELIMITED BY SIZE
                  WS-COMP-ANO        DELIMITED BY SIZE
                  WS-COMP-MES        DELIMITED BY SIZE
                  WS-SUFIXO-EMPRESA  DELIMITED BY SPACE
                  INTO WS-NOME-EXTRATO
           END-STRING.
           OPEN INPUT EXTRATO-ARQ.
           IF WS-EXTRATO-STATUS NOT = '00'
               DISPLAY 'RELAT: EXTRATO DE PRE-FOLHA ' WS-NOME-EXTRATO
                   ' INDISPONIVEL - STATUS ' WS-EXTRATO-STATUS
               GO TO 1168-ABORTAR
           END-IF.
           MOVE 'N' TO WS-FIM-EXTRATO.
           PERFORM 2910-LER-EXTRATO THRU 2910-EXIT.
           IF FIM-DO-EXTRATO OR NOT PRX-TIPO-CABECALHO
               DISPLAY 'RELAT: EXTRATO DE PRE-FOLHA ' WS-NOME-EXTRATO
                   ' SEM CABECALHO'
               GO TO 1168-ABORTAR
           END-IF.
           IF PRX-CAB-ANO NOT = WS-COMP-ANO
               OR PRX-CAB-MES NOT = WS-COMP-MES
               OR PRX-CAB-EMPRESA NOT = WS-PARM-EMPRESA
               DISPLAY 'RELAT: EXTRATO ' WS-NOME-EXTRATO
                   ' E DA COMPETENCIA ' PRX-CAB-MES '/' PRX-CAB-ANO
                   ' EMPRESA ' PRX-CAB-EMPRESA
               GO TO 1168-ABORTAR
           END-IF.
           DISPLAY 'RELAT: EXTRATO ' WS-NOME-EXTRATO ' GERADO EM '
               PRX-CAB-DATA ' AS ' PRX-CAB-HORA.
           MOVE PRX-CAB-ST-DEPEND   TO WS-DEPEND-STATUS.
           MOVE PRX-CAB-ST-HORASEXT TO WS-HORASEXT-STATUS.
           MOVE PRX-CAB-ST-FERGOZO  TO WS-FERGOZO-STATUS.
           MOVE PRX-CAB-ST-AFAST    TO WS-AFAST-STATUS.
           MOVE PRX-CAB-ST-RUBRICA  TO WS-RUBRICA-STATUS.
           MOVE PRX-CAB-ST-MOVRUB   TO WS-MOVRUB-STATUS.
           MOVE PRX-CAB-ST-CONSIG   TO WS-CONSIG-STATUS.
           MOVE PRX-CAB-ST-EMPREST  TO WS-EMPREST-STATUS.
           MOVE PRX-CAB-ST-ADIANTCT TO WS-ADIANTCT-STATUS.
           MOVE PRX-CAB-ST-SINDIC   TO WS-SINDIC-STATUS.
           MOVE PRX-CAB-ST-BENMOV   TO WS-BENMOV-STATUS.
           MOVE PRX-CAB-ST-PLSAUDE  TO WS-PLSAUDE-STATUS.
           MOVE PRX-CAB-ST-EMPCOMP  TO WS-EMPCOMP-STATUS.
           MOVE PRX-CAB-ST-FGTSCTA  TO WS-FGTSCTA-STATUS.
           GO TO 1168-EXIT.
       1168-ABORTAR.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'RELAT ABORTADO: EXTRATO ' DELIMITED BY SIZE
                  WS-NOME-EXTRATO DELIMITED BY SPACE
                  ' AUSENTE OU INVALIDO - RODAR O PREFOLHA'
                      DELIMITED BY SIZE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'U' TO GRV-PRIORIDADE.
           PERFORM 7500-ALERTAR-OPERACAO THRU 7500-EXIT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       1168-EXIT.
           EXIT.

      ******************************************************************
      * 1180-ABRIR-HISTORICO - abre o historico de folha (FOLHAHIS) em
      * modo de atualizacao, criando-o na primeira execucao (status
           EXIT.

      ******************************************************************
      * 1182-ABRIR-ENCARGOS - abre o arquivo de encargos patronais por
      * funcionario (ENCARGOS) em atualizacao, criando-o na primeira
      * execucao. So o fechamento oficial grava; sem o arquivo, a
      * folha fecha do mesmo jeito (os encargos saem no resumo e no
      * lote contabil) e o custo de pessoal fica sem a competencia,
      * com aviso.
      ******************************************************************
       1182-ABRIR-ENCARGOS.
           IF NOT WS-RODADA-OFICIAL
               GO TO 1182-EXIT
           END-IF.
           OPEN I-O ENCARGOS-ARQ.
           IF WS-ENCARGOS-STATUS = '35'
               OPEN OUTPUT ENCARGOS-ARQ
               CLOSE ENCARGOS-ARQ
               OPEN I-O ENCARGOS-ARQ
           END-IF.
           IF WS-ENCARGOS-STATUS = '00'
               MOVE 'S' TO WS-ENCARGOS-OK
           ELSE
               DISPLAY 'RELAT: ERRO AO ABRIR ENCARGOS - STATUS '
                   WS-ENCARGOS-STATUS
               DISPLAY 'RELAT: ENCARGOS PATRONAIS POR FUNCIONARIO NAO '
                   'SERAO GRAVADOS'
           END-IF.
       1182-EXIT.
           EXIT.

      ******************************************************************
      * 1176-ABRIR-PENSOES - abre o historico de pensoes pagas
      * (PENSHIS) em atualizacao, criando-o na primeira execucao. So o
      * fechamento oficial grava; sem o arquivo, a pensao e descontada
      * do mesmo jeito, mas o beneficiario fica fora do arquivo
      * bancario do EXPFUNC, com aviso.
      ******************************************************************
       1176-ABRIR-PENSOES.
           IF NOT WS-RODADA-OFICIAL
               GO TO 1176-EXIT
           END-IF.
           OPEN I-O PENSHIS-ARQ.
           IF WS-PENSHIS-STATUS = '35'
               OPEN OUTPUT PENSHIS-ARQ
               CLOSE PENSHIS-ARQ
               OPEN I-O PENSHIS-ARQ
           END-IF.
           IF WS-PENSHIS-STATUS = '00'
               MOVE 'S' TO WS-PENSHIS-OK
           ELSE
               DISPLAY 'RELAT: ERRO AO ABRIR PENSHIS - STATUS '
                   WS-PENSHIS-STATUS
               DISPLAY 'RELAT: PENSOES PAGAS NAO SERAO GRAVADAS - '
                   'CREDITAR OS BENEFICIARIOS MANUALMENTE'
           END-IF.
       1176-EXIT.
           EXIT.

      ******************************************************************
      * 1185-ABRIR-DEPENDENTES - confere se o extrato trouxe os
      * dependentes (DEPEND) e calcula a data de corte do
      * salario-familia
      * (14 anos antes da competencia). Dependentes sao dado opcional:
      * sem o arquivo, a folha sai com zero dependentes para todos,
      * com aviso, em vez de abortar.
      ******************************************************************
       1185-ABRIR-DEPENDENTES.
           IF WS-DEPEND-STATUS = '00'
               MOVE 'S' TO WS-DEPEND-OK
           ELSE
           EXIT.

      ******************************************************************
      * 1187-ABRIR-HORAS-EXTRAS - confere se o extrato trouxe as horas
      * apuradas (HORASEXT, gravado pelo APURAPON). Dado opcional: sem
      * o arquivo, a folha sai sem vencimento de horas extras, com
      * aviso - nem todo mes tem apuracao de ponto fechada.
      ******************************************************************
       1187-ABRIR-HORAS-EXTRAS.
           IF WS-HORASEXT-STATUS = '00'
               MOVE 'S' TO WS-HRSEXT-OK
           ELSE
           EXIT.

      ******************************************************************
      * 1189-ABRIR-FERIAS-GOZO - confere se o extrato trouxe o gozo de
      * ferias (FERGOZO, gravado pelo FERIAS). Dado opcional: sem o
      * arquivo, a folha sai sem pagamento de ferias, com aviso - nem
      * toda competencia tem gozo registrado.
      ******************************************************************
       1189-ABRIR-FERIAS-GOZO.
           IF WS-FERGOZO-STATUS = '00'
               MOVE 'S' TO WS-FERGOZO-OK
           ELSE
           EXIT.

      ******************************************************************
      * 1186-ABRIR-CONSIGNACOES - confere se o extrato trouxe as
      * consignacoes (CONSIG, mantido pelo CADCONS). Dado opcional:
      * sem o arquivo, a folha sai sem descontos de consignacao, com
      * aviso.
      ******************************************************************
       1186-ABRIR-CONSIGNACOES.
           IF WS-CONSIG-STATUS = '00'
               MOVE 'S' TO WS-CONSIG-OK
           ELSE
           EXIT.

      ******************************************************************
      * 1173-ABRIR-BENEFICIOS - confere se o extrato trouxe o
      * movimento mensal de beneficios (BENMOV, gravado pelo PEDBENEF)
      * e, no fechamento oficial, abre o BENMOV em atualizacao para
      * gravar o desconto feito de cada funcionario para a conciliacao
      * do CONCBEN. Dado opcional: sem o arquivo, a folha sai sem
      * desconto de VT e VR/VA, com aviso.
      ******************************************************************
       1173-ABRIR-BENEFICIOS.
           IF WS-BENMOV-STATUS = '00' AND WS-RODADA-OFICIAL
               OPEN I-O BENMOV-ARQ
           END-IF.
           IF WS-BENMOV-STATUS = '00'
               MOVE 'S' TO WS-BENMOV-OK
           ELSE
               DISPLAY 'RELAT: MOVIMENTO DE BENEFICIOS (BENMOV) '
                   'INDISPONIVEL - STATUS ' WS-BENMOV-STATUS
               DISPLAY 'RELAT: FOLHA SEGUE SEM DESCONTO DE VT E VR/VA'
           END-IF.
       1173-EXIT.
           EXIT.

      ******************************************************************
      * 1172-ABRIR-PLANO-SAUDE - confere se o extrato trouxe as adesoes
      * ao plano de saude (PLSAUDE, mantido pelo ADESPLAN). Dado
      * opcional: sem o arquivo, a folha sai sem a coparticipacao, com
      * aviso.
      ******************************************************************
       1172-ABRIR-PLANO-SAUDE.
           IF WS-PLSAUDE-STATUS = '00'
               MOVE 'S' TO WS-PLSAUDE-OK
           ELSE
               DISPLAY 'RELAT: ADESOES AO PLANO DE SAUDE (PLSAUDE) '
                   'INDISPONIVEIS - STATUS ' WS-PLSAUDE-STATUS
               DISPLAY 'RELAT: FOLHA SEGUE SEM DESCONTO DO PLANO'
           END-IF.
       1172-EXIT.
           EXIT.

      ******************************************************************
      * 1174-ABRIR-SINDICATOS - confere se o extrato trouxe o mestre de
      * sindicatos (SINDIC, mantido pelo CADSIND) e abre, no
      * fechamento oficial, o historico de contribuicoes descontadas
      * (SINDHIS) em atualizacao, criando-o
      * na primeira execucao. Sem o mestre, a folha sai sem a
      * contribuicao sindical; sem o historico, a contribuicao e
      * descontada do mesmo jeito, mas fica fora do repasse do REPSIND.
      ******************************************************************
       1174-ABRIR-SINDICATOS.
           IF WS-SINDIC-STATUS = '00'
               MOVE 'S' TO WS-SINDIC-OK
           ELSE
               DISPLAY 'RELAT: MESTRE DE SINDICATOS (SINDIC) '
                   'INDISPONIVEL - STATUS ' WS-SINDIC-STATUS
               DISPLAY 'RELAT: FOLHA SEGUE SEM CONTRIBUICAO SINDICAL'
               GO TO 1174-EXIT
           END-IF.
           IF NOT WS-RODADA-OFICIAL
               GO TO 1174-EXIT
           END-IF.
           OPEN I-O SINDHIS-ARQ.
           IF WS-SINDHIS-STATUS = '35'
               OPEN OUTPUT SINDHIS-ARQ
               CLOSE SINDHIS-ARQ
               OPEN I-O SINDHIS-ARQ
           END-IF.
           IF WS-SINDHIS-STATUS = '00'
               MOVE 'S' TO WS-SINDHIS-OK
           ELSE
               DISPLAY 'RELAT: ERRO AO ABRIR SINDHIS - STATUS '
                   WS-SINDHIS-STATUS
               DISPLAY 'RELAT: CONTRIBUICOES SINDICAIS NAO SERAO '
                   'GRAVADAS - REPASSAR AOS SINDICATOS MANUALMENTE'
           END-IF.
       1174-EXIT.
           EXIT.

      ******************************************************************
      * 1177-ABRIR-ADIANTAMENTOS - confere se o extrato trouxe o
      * controle de adiantamentos quinzenais (ADIANTCT, gravado pelo
      * ADIANTA) e, no fechamento oficial, abre o ADIANTCT em
      * atualizacao para marcar o adiantamento descontado. Dado
      * opcional: sem o arquivo, a folha sai sem desconto de
      * adiantamento, com aviso.
      ******************************************************************
       1177-ABRIR-ADIANTAMENTOS.
           IF WS-ADIANTCT-STATUS = '00' AND WS-RODADA-OFICIAL
               OPEN I-O ADIANTCT-ARQ
           END-IF.
           IF WS-ADIANTCT-STATUS = '00'
               MOVE 'S' TO WS-ADIANTCT-OK
           ELSE
           EXIT.

      ******************************************************************
      * 1178-ABRIR-EMPRESTIMOS - confere se o extrato trouxe os
      * emprestimos consignados (EMPREST, mantido pelo CADPREST) e, no
      * fechamento oficial, abre o EMPREST em atualizacao - o
      * fechamento oficial amortiza o saldo e guarda cada parcela
      * amortizada no EMPRHIS (criado na primeira execucao). Dado
      * opcional: sem o arquivo, a folha sai sem parcelas de
      * emprestimo, com aviso.
      ******************************************************************
       1178-ABRIR-EMPRESTIMOS.
           IF WS-EMPREST-STATUS = '00' AND WS-RODADA-OFICIAL
               OPEN I-O EMPREST-ARQ
           END-IF.
           IF WS-EMPREST-STATUS = '00'
               MOVE 'S' TO WS-EMPREST-OK
           ELSE
                   'INDISPONIVEL - STATUS ' WS-EMPREST-STATUS
               DISPLAY 'RELAT: FOLHA SEGUE SEM PARCELAS DE '
                   'EMPRESTIMO CONSIGNADO'
               GO TO 1178-EXIT
           END-IF.
           IF NOT WS-RODADA-OFICIAL
               GO TO 1178-EXIT
           END-IF.
           OPEN I-O EMPRHIS-ARQ.
           IF WS-EMPRHIS-STATUS = '35'
               OPEN OUTPUT EMPRHIS-ARQ
               CLOSE EMPRHIS-ARQ
               OPEN I-O EMPRHIS-ARQ
           END-IF.
           IF WS-EMPRHIS-STATUS = '00'
               MOVE 'S' TO WS-EMPRHIS-OK
           ELSE
               DISPLAY 'RELAT: ERRO AO ABRIR EMPRHIS - STATUS '
                   WS-EMPRHIS-STATUS
               DISPLAY 'RELAT: PARCELAS AMORTIZADAS NAO SERAO '
                   'GUARDADAS - UM ESTORNO NAO AS DEVOLVERA'
           END-IF.
       1178-EXIT.
           EXIT.

      ******************************************************************
      * 1179-ABRIR-EVENTOS - confere se o extrato trouxe o mestre de
      * rubricas (RUBRICA) e o movimento mensal (MOVRUB). Dado
      * opcional: sem os dois arquivos, a folha sai sem eventos
      * variaveis, com aviso.
      ******************************************************************
       1179-ABRIR-EVENTOS.
           IF WS-RUBRICA-STATUS = '00' AND WS-MOVRUB-STATUS = '00'
               MOVE 'S' TO WS-EVENTOS-OK
           ELSE
               DISPLAY 'RELAT: RUBRICA/MOVRUB INDISPONIVEIS - STATUS '
                   WS-RUBRICA-STATUS '/' WS-MOVRUB-STATUS
               DISPLAY 'RELAT: FOLHA SEGUE SEM EVENTOS VARIAVEIS'
           END-IF.
       1179-EXIT.
           EXIT.

      ******************************************************************
      * 1181-ABRIR-AFASTAMENTOS - confere se o extrato trouxe os
      * afastamentos (AFAST, mantido pelo CADAFAST). Dado opcional:
      * sem o arquivo, a folha sai sem suspensao por afastamento, com
      * aviso.
      ******************************************************************
       1181-ABRIR-AFASTAMENTOS.
           IF WS-AFAST-STATUS = '00'
               MOVE 'S' TO WS-AFAST-OK
           ELSE
           EXIT.

      ******************************************************************
      * 1183-ABRIR-FGTS - confere se o extrato trouxe o EMPCOMP (CPF
      * dos depositos) e abre o arquivo de depositos de FGTS da
      * competencia (FGTSDEP-AAAAMM). A conta de FGTS por funcionario
      * (FGTSCTA) so e aberta no fechamento oficial, em atualizacao -
      * o deposito rescisorio ja recolhido pelo DESLIGA vem no
      * extrato. Execucao filtrada e so listagem e nao gera
      * depositos; numa retomada de checkpoint o arquivo ja gravado e
      * estendido, para nao perder os depositos dos funcionarios ja
      * processados.
      ******************************************************************
       1183-ABRIR-FGTS.
           IF WS-EMPCOMP-STATUS = '00'
               MOVE 'S' TO WS-EMPCOMP-OK
           ELSE
           IF NOT WS-RODADA-OFICIAL
               GO TO 1183-EXIT
           END-IF.
           OPEN I-O FGTSCTA-ARQ.
           IF WS-FGTSCTA-STATUS = '35'
               OPEN OUTPUT FGTSCTA-ARQ
               CLOSE FGTSCTA-ARQ
               OPEN I-O FGTSCTA-ARQ
           END-IF.
           IF WS-FGTSCTA-STATUS = '00'
               MOVE 'S' TO WS-FGTSCTA-OK
           ELSE
               DISPLAY 'RELAT: ERRO AO ABRIR FGTSCTA - STATUS '
                   WS-FGTSCTA-STATUS
               DISPLAY 'RELAT: CONTA DE FGTS POR FUNCIONARIO NAO '
                   'SERA ATUALIZADA'
           END-IF.
           PERFORM 1184-MONTAR-SUFIXO-EMPRESA THRU 1184-EXIT.
           MOVE SPACES TO WS-NOME-FGTSDEP.
           STRING 'FGTSDEP-'         DELIMITED BY SIZE
           MOVE CKPT-TOTAL-EMPREST TO WS-TOTAL-EMPREST.
           MOVE CKPT-TOTAL-ADIANT  TO WS-TOTAL-ADIANT.
           MOVE CKPT-TOTAL-FALTAS  TO WS-TOTAL-FALTAS.
           MOVE CKPT-TOTAL-ENC-INSS TO WS-TOTAL-ENC-INSS.
           MOVE CKPT-TOTAL-ENC-RAT TO WS-TOTAL-ENC-RAT.
           MOVE CKPT-TOTAL-ENC-TERC TO WS-TOTAL-ENC-TERC.
           MOVE CKPT-TOTAL-ADNOT   TO WS-TOTAL-ADNOT.
           MOVE CKPT-TOTAL-ADRISCO TO WS-TOTAL-ADRISCO.
           MOVE CKPT-TOTAL-PENSAO  TO WS-TOTAL-PENSAO.
           MOVE CKPT-TOTAL-SINDICAL TO WS-TOTAL-SINDICAL.
           MOVE CKPT-TOTAL-BENEFICIOS TO WS-TOTAL-BENEFICIOS.
           MOVE CKPT-TOTAL-PLANO-SAUDE TO WS-TOTAL-PLANO-SAUDE.
           MOVE CKPT-QTD-CONSIG-COD TO WS-QTD-CONSIG-COD.
           PERFORM 1162-RESTAURAR-CONSIG THRU 1162-EXIT
               VARYING WS-IDX-CSGC FROM 1 BY 1
       1320-EXIT.
           EXIT.

      ******************************************************************
      * 1325-CARREGAR-ALIQ-PATRONAIS - carrega do mestre EMPRESAS as
      * aliquotas de encargos patronais de todas as empresas (a
      * execucao para todas mistura funcionarios de varios CNPJ).
      * Sem o mestre, ou empresa sem aliquotas cadastradas, vale o
      * INSS da empresa da lei com RAT x FAP e terceiros zerados - o
      * aviso manda completar o cadastro no CADEMPR.
      ******************************************************************
       1325-CARREGAR-ALIQ-PATRONAIS.
           PERFORM 1326-ASSUMIR-ALIQ-LEI THRU 1326-EXIT
               VARYING WS-IDX-ALQ FROM 1 BY 1
               UNTIL WS-IDX-ALQ > 100.
           IF NOT WS-EMPRESAS-DISPONIVEL
               OPEN INPUT EMPRESAS-ARQ
               IF WS-EMPRESAS-STATUS NOT = '00'
                   DISPLAY 'RELAT: MESTRE DE EMPRESAS (EMPRESAS) '
                       'INDISPONIVEL - ENCARGOS PATRONAIS SO COM O '
                       'INSS DA EMPRESA DA LEI'
                   GO TO 1325-EXIT
               END-IF
               MOVE 'S' TO WS-EMPRESAS-OK
           END-IF.
           MOVE 'N' TO WS-FIM-EMPRESAS.
           MOVE 0 TO EMR-CODIGO.
           START EMPRESAS-ARQ KEY IS NOT LESS THAN EMR-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-EMPRESAS
           END-START.
           PERFORM 1327-GUARDAR-ALIQ-EMPRESA THRU 1327-EXIT
               UNTIL FIM-DAS-EMPRESAS.
       1325-EXIT.
           EXIT.

       1326-ASSUMIR-ALIQ-LEI.
           MOVE WS-ALIQ-INSS-EMPRESA-LEI
               TO WS-ALQ-INSS-EMPRESA (WS-IDX-ALQ).
           MOVE 0 TO WS-ALQ-RAT-FAP (WS-IDX-ALQ).
           MOVE 0 TO WS-ALQ-TERCEIROS (WS-IDX-ALQ).
       1326-EXIT.
           EXIT.

       1327-GUARDAR-ALIQ-EMPRESA.
           READ EMPRESAS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-EMPRESAS
                   GO TO 1327-EXIT
           END-READ.
           IF WS-EMPRESAS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-EMPRESAS
               GO TO 1327-EXIT
           END-IF.
           IF EMR-ALIQ-INSS-EMPRESA NOT NUMERIC
               OR EMR-ALIQ-RAT-FAP NOT NUMERIC
               OR EMR-ALIQ-TERCEIROS NOT NUMERIC
               DISPLAY 'RELAT: EMPRESA ' EMR-CODIGO ' SEM ALIQUOTAS '
                   'PATRONAIS NO CADEMPR - ASSUMIDO O INSS DA LEI'
               GO TO 1327-EXIT
           END-IF.
           COMPUTE WS-POS-EMPRESA = EMR-CODIGO + 1.
           SET WS-IDX-ALQ TO WS-POS-EMPRESA.
           MOVE EMR-ALIQ-INSS-EMPRESA
               TO WS-ALQ-INSS-EMPRESA (WS-IDX-ALQ).
           MOVE EMR-ALIQ-RAT-FAP  TO WS-ALQ-RAT-FAP (WS-IDX-ALQ).
           MOVE EMR-ALIQ-TERCEIROS TO WS-ALQ-TERCEIROS (WS-IDX-ALQ).
       1327-EXIT.
           EXIT.

      ******************************************************************
      * 1350-CONFERIR-BALANCEAMENTO - se existir um registro de
      * controle em EMPREGCT, apura a quantidade de registros e o

      ******************************************************************
      * 2100-SELECIONAR-FUNCIONARIOS (INPUT PROCEDURE do SORT) - le o
      * extrato de pre-folha (aberto em 1168) e libera para a ordenacao
      * apenas os funcionarios que atendem ao filtro de departamento/
      * faixa de salario, levando o registro do extrato inteiro. No fim
      * confere o trailer: quantidade de funcionarios e soma dos
      * salarios lidas tem de bater com as gravadas pelo PREFOLHA;
      * extrato truncado aborta o job antes de qualquer gravacao.
      ******************************************************************
       2100-SELECIONAR-FUNCIONARIOS.
           PERFORM 2910-LER-EXTRATO THRU 2910-EXIT.
           PERFORM 2150-FILTRAR-E-LIBERAR THRU 2150-EXIT
               UNTIL FIM-DO-EXTRATO.
           CLOSE EXTRATO-ARQ.
           IF WS-TRAILER-LIDO
               AND WS-QTD-EXTRATO = WS-TRL-QTD-FUNC
               AND WS-SALARIOS-EXTRATO = WS-TRL-TOTAL-SALARIO
               GO TO 2100-EXIT
           END-IF.
           DISPLAY 'RELAT: EXTRATO ' WS-NOME-EXTRATO ' INCOMPLETO - '
               'LIDOS ' WS-QTD-EXTRATO ' FUNCIONARIOS, TRAILER '
               WS-TRL-QTD-FUNC.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'RELAT ABORTADO: EXTRATO ' DELIMITED BY SIZE
                  WS-NOME-EXTRATO DELIMITED BY SPACE
                  ' INCOMPLETO - RODAR O PREFOLHA' DELIMITED BY SIZE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'U' TO GRV-PRIORIDADE.
           PERFORM 7500-ALERTAR-OPERACAO THRU 7500-EXIT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       2100-EXIT.
           EXIT.

               MOVE EMP-STATUS            TO ORD-STATUS
               MOVE EMP-DATA-DESLIGAMENTO TO ORD-DATA-DESLIGAMENTO
               MOVE EMP-EMPRESA           TO ORD-EMPRESA
               MOVE EMP-CARGO             TO ORD-CARGO
               MOVE PRX-REGISTRO          TO ORD-EXTRATO
               RELEASE ORD-REGISTRO
           END-IF.
           PERFORM 2910-LER-EXTRATO THRU 2910-EXIT.
       2150-EXIT.
           EXIT.

               AT END
                   MOVE 'S' TO WS-FIM-ORDENADO
               NOT AT END
                   MOVE ORD-EXTRATO  TO PRX-REGISTRO
                   MOVE PRX-EMPREGADO TO EMP-REGISTRO
           END-RETURN.
       2210-EXIT.
           EXIT.
       2000-PROCESSAR-FUNCIONARIOS.
           PERFORM 2040-CONTAR-DEPENDENTES THRU 2040-EXIT.
           PERFORM 2042-BUSCAR-HORAS-EXTRAS THRU 2042-EXIT.
           PERFORM 2026-BUSCAR-ADIC-RISCO THRU 2026-EXIT.
           PERFORM 2041-BUSCAR-FERIAS-GOZO THRU 2041-EXIT.
           PERFORM 2038-APURAR-AFASTAMENTO THRU 2038-EXIT.
           PERFORM 2039-DEFINIR-SALARIO-BASE THRU 2039-EXIT.
           PERFORM 2027-PROPORCIONAR-ADIC-RISCO THRU 2027-EXIT.
           PERFORM 2037-APURAR-EVENTOS THRU 2037-EXIT.
           PERFORM 2044-APURAR-CONSIGNACOES THRU 2044-EXIT.
           PERFORM 2051-APURAR-CONTRIB-SINDICAL THRU 2051-EXIT.
           PERFORM 2055-APURAR-BENEFICIOS THRU 2055-EXIT.
           PERFORM 2061-APURAR-PLANO-SAUDE THRU 2061-EXIT.
           PERFORM 2033-APURAR-EMPRESTIMOS THRU 2033-EXIT.
           PERFORM 2030-BUSCAR-ADIANTAMENTO THRU 2030-EXIT.
           PERFORM 2029-APURAR-FALTAS THRU 2029-EXIT.
           PERFORM 2049-CALCULAR-ADIC-NOTURNO THRU 2049-EXIT.
           PERFORM 2050-CALCULAR-DEDUCOES THRU 2050-EXIT.
           PERFORM 2057-CALCULAR-ENCARGOS THRU 2057-EXIT.
           PERFORM 2074-APURAR-DEPOSITO-FGTS THRU 2074-EXIT.
           MOVE EMP-NOME    TO DET1-NOME.
           MOVE WS-SALARIO-BASE TO DET1-SALARIO.
           MOVE WS-INSS     TO DET1-INSS.
               WRITE REL-LINHA
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.
           IF WS-VALOR-ADIC-NOTURNO NOT = 0
               MOVE WS-HORAS-NOTURNAS     TO DET2N-HORAS
               MOVE WS-VALOR-ADIC-NOTURNO TO DET2N-VALOR
               MOVE DET2N TO REL-LINHA
               WRITE REL-LINHA
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.
           IF WS-VALOR-ADIC-RISCO NOT = 0
               IF WS-ADIC-INSALUBRIDADE
                   MOVE 'INSALUBRIDADE ' TO DET2R-TIPO
               ELSE
                   MOVE 'PERICULOSIDADE ' TO DET2R-TIPO
               END-IF
               MOVE WS-PERC-ADIC-RISCO  TO DET2R-PERC
               MOVE WS-VALOR-ADIC-RISCO TO DET2R-VALOR
               MOVE DET2R TO REL-LINHA
               WRITE REL-LINHA
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.
           PERFORM 2034-ITEMIZAR-EVENTOS THRU 2034-EXIT
               VARYING WS-IDX-EVT FROM 1 BY 1
               UNTIL WS-IDX-EVT > WS-QTD-EVENTOS-FUNC.
           PERFORM 2046-ITEMIZAR-CONSIGNACOES THRU 2046-EXIT
               VARYING WS-IDX-CSGF FROM 1 BY 1
               UNTIL WS-IDX-CSGF > WS-QTD-CONSIG-FUNC.
           PERFORM 2058-ITEMIZAR-PENSOES THRU 2058-EXIT
               VARYING PNL-IDX FROM 1 BY 1
               UNTIL PNL-IDX > PNL-QTD-PENSOES.
           ADD PNL-QTD-PENSOES TO WS-LINHAS-PAGINA.
           IF WS-RODADA-OFICIAL
               PERFORM 2075-GRAVAR-HISTORICO THRU 2075-EXIT
               PERFORM 2072-GRAVAR-HIST-PENSAO THRU 2072-EXIT
                   VARYING PNL-IDX FROM 1 BY 1
                   UNTIL PNL-IDX > PNL-QTD-PENSOES
               PERFORM 2071-GRAVAR-HIST-SINDICAL THRU 2071-EXIT
               PERFORM 2073-GRAVAR-DESCONTO-BENEF THRU 2073-EXIT
               PERFORM 2076-GRAVAR-DEPOSITO-FGTS THRU 2076-EXIT
               PERFORM 2079-GRAVAR-CONTA-FGTS THRU 2079-EXIT
               PERFORM 2077-GRAVAR-ENCARGOS THRU 2077-EXIT
           END-IF.
           IF WS-EXECUCAO-PREVIA
               PERFORM 2078-CRITICAR-PREVIA THRU 2078-EXIT
           ADD WS-LIQUIDO  TO WS-TOTAL-LIQUIDO.
           ADD WS-SALARIO-FAMILIA    TO WS-TOTAL-SALFAM.
           ADD WS-VALOR-HORAS-EXTRAS TO WS-TOTAL-HREXT.
           ADD WS-VALOR-ADIC-NOTURNO TO WS-TOTAL-ADNOT.
           ADD WS-VALOR-ADIC-RISCO   TO WS-TOTAL-ADRISCO.
           ADD WS-TOTAL-CONSIG-FUNC  TO WS-TOTAL-CONSIG.
           ADD WS-VALOR-PENSAO       TO WS-TOTAL-PENSAO.
           ADD WS-VALOR-SINDICAL     TO WS-TOTAL-SINDICAL.
           ADD WS-VALOR-BENEFICIOS   TO WS-TOTAL-BENEFICIOS.
           ADD WS-VALOR-PLANO-SAUDE  TO WS-TOTAL-PLANO-SAUDE.
           ADD WS-VALOR-FERIAS       TO WS-TOTAL-FERIAS.
           ADD WS-DEPOSITO-FGTS      TO WS-TOTAL-FGTS.
           ADD WS-TOT-EVENTOS-TRIB   TO WS-TOTAL-EV-PROV.
           ADD WS-TOT-EVENTOS-ISENTO TO WS-TOTAL-EV-PROV.
           ADD WS-TOT-EVENTOS-DESC   TO WS-TOTAL-EV-DESC.
           ADD WS-TOTAL-EMPREST-FUNC TO WS-TOTAL-EMPREST.
           ADD WS-VALOR-ADIANTAMENTO TO WS-TOTAL-ADIANT.
           ADD WS-VALOR-FALTAS       TO WS-TOTAL-FALTAS.
           ADD WS-ENC-INSS-EMPRESA   TO WS-TOTAL-ENC-INSS.
           ADD WS-ENC-RAT-FAP        TO WS-TOTAL-ENC-RAT.
           ADD WS-ENC-TERCEIROS      TO WS-TOTAL-ENC-TERC.
           PERFORM 2060-ACUMULAR-DEPARTAMENTO THRU 2060-EXIT.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD WS-QTD-CONSIG-FUNC TO WS-LINHAS-PAGINA.
           MOVE WS-HORAS-FALTAS       TO FH-HORAS-FALTAS.
           MOVE WS-VALOR-FALTAS       TO FH-VALOR-FALTAS.
           MOVE WS-PRORATADO          TO FH-PRORATA.
           MOVE WS-HORAS-NOTURNAS     TO FH-HORAS-NOTURNAS.
           MOVE WS-VALOR-ADIC-NOTURNO TO FH-VALOR-ADIC-NOTURNO.
           MOVE WS-TIPO-ADIC-RISCO    TO FH-TIPO-ADIC-RISCO.
           MOVE WS-PERC-ADIC-RISCO    TO FH-PERC-ADIC-RISCO.
           MOVE WS-VALOR-ADIC-RISCO   TO FH-VALOR-ADIC-RISCO.
           MOVE WS-VALOR-PENSAO       TO FH-VALOR-PENSAO.
           WRITE FH-REGISTRO
               INVALID KEY
                   REWRITE FH-REGISTRO
       2075-EXIT.
           EXIT.

      ******************************************************************
      * 2072-GRAVAR-HIST-PENSAO - grava no PENSHIS a pensao corrente
      * da tabela devolvida pela PENSAOC, com a copia dos dados do
      * beneficiario para o credito bancario. Reexecucao regrava.
      ******************************************************************
       2072-GRAVAR-HIST-PENSAO.
           IF NOT WS-PENSHIS-ABERTO
               GO TO 2072-EXIT
           END-IF.
           MOVE SPACES                   TO PSH-REGISTRO.
           MOVE EMP-MATRICULA            TO PSH-MATRICULA.
           MOVE PNL-SEQUENCIA (PNL-IDX)  TO PSH-SEQUENCIA.
           MOVE WS-COMP-ANO              TO PSH-ANO.
           MOVE WS-COMP-MES              TO PSH-MES.
           MOVE 'M'                      TO PSH-TIPO-FOLHA.
           MOVE EMP-EMPRESA              TO PSH-EMPRESA.
           MOVE PNL-BENEF-NOME (PNL-IDX) TO PSH-BENEF-NOME.
           MOVE PNL-BENEF-CPF (PNL-IDX)  TO PSH-BENEF-CPF.
           MOVE PNL-BANCO (PNL-IDX)      TO PSH-BANCO.
           MOVE PNL-AGENCIA (PNL-IDX)    TO PSH-AGENCIA.
           MOVE PNL-CONTA (PNL-IDX)      TO PSH-CONTA.
           MOVE PNL-CONTA-DV (PNL-IDX)   TO PSH-CONTA-DV.
           MOVE PNL-VALOR (PNL-IDX)      TO PSH-VALOR.
           MOVE WS-DATA-SISTEMA          TO PSH-DATA-LANCAMENTO.
           WRITE PSH-REGISTRO
               INVALID KEY
                   REWRITE PSH-REGISTRO
                       INVALID KEY
                           DISPLAY 'RELAT: ERRO AO GRAVAR PENSAO '
                               'DA MATRICULA ' EMP-MATRICULA
                   END-REWRITE
           END-WRITE.
       2072-EXIT.
           EXIT.

      ******************************************************************
      * 2071-GRAVAR-HIST-SINDICAL - grava no SINDHIS a contribuicao
      * sindical descontada do funcionario corrente na competencia. Se
      * a competencia ja tiver sido fechada antes (reexecucao), o
      * registro existente e regravado.
      ******************************************************************
       2071-GRAVAR-HIST-SINDICAL.
           IF NOT WS-SINDHIS-ABERTO OR WS-VALOR-SINDICAL = 0
               GO TO 2071-EXIT
           END-IF.
           MOVE SPACES                TO SDH-REGISTRO.
           MOVE EMP-MATRICULA         TO SDH-MATRICULA.
           MOVE WS-COMP-ANO           TO SDH-ANO.
           MOVE WS-COMP-MES           TO SDH-MES.
           MOVE EMP-SINDICATO         TO SDH-SINDICATO.
           MOVE EMP-NOME              TO SDH-NOME.
           MOVE EMP-DEPARTAMENTO      TO SDH-DEPARTAMENTO.
           MOVE EMP-EMPRESA           TO SDH-EMPRESA.
           MOVE WS-BASE-SINDICAL      TO SDH-BASE.
           MOVE WS-VALOR-SINDICAL     TO SDH-VALOR.
           MOVE WS-DATA-SISTEMA       TO SDH-DATA-LANCAMENTO.
           WRITE SDH-REGISTRO
               INVALID KEY
                   REWRITE SDH-REGISTRO
                       INVALID KEY
                           DISPLAY 'RELAT: ERRO AO GRAVAR CONTRIBUICAO '
                               'SINDICAL DA MATRICULA ' EMP-MATRICULA
                   END-REWRITE
           END-WRITE.
       2071-EXIT.
           EXIT.

      ******************************************************************
      * 2073-GRAVAR-DESCONTO-BENEF - grava no BENMOV do funcionario
      * corrente o VT e o VR/VA descontados na competencia e a data do
      * fechamento, para a conciliacao com o pedido (CONCBEN). Na
      * reexecucao o desconto anterior e substituido.
      ******************************************************************
       2073-GRAVAR-DESCONTO-BENEF.
           IF NOT WS-BENEFICIO-PEDIDO
               GO TO 2073-EXIT
           END-IF.
           MOVE WS-DESCONTO-VT  TO BMV-VT-DESCONTADO.
           MOVE WS-DESCONTO-VR  TO BMV-VR-DESCONTADO.
           MOVE WS-DATA-SISTEMA TO BMV-DATA-DESCONTO.
           REWRITE BMV-REGISTRO
               INVALID KEY
                   DISPLAY 'RELAT: ERRO AO GRAVAR DESCONTO DE '
                       'BENEFICIOS DA MATRICULA ' EMP-MATRICULA
           END-REWRITE.
       2073-EXIT.
           EXIT.

      ******************************************************************
      * 2076-GRAVAR-DEPOSITO-FGTS - grava o deposito de FGTS do
      * funcionario corrente no arquivo da competencia, com o CPF
      * do EMPCOMP trazido no extrato (zerado se o funcionario nao
      * tiver dados complementares - a guia sai e o cadastro e cobrado
      * depois).
      ******************************************************************
       2076-GRAVAR-DEPOSITO-FGTS.
           IF NOT WS-FGTSDEP-ABERTO
               GO TO 2076-EXIT
           END-IF.
           IF WS-DEPOSITO-FGTS = 0
               AND WS-FGTS-GRRF > 0
               GO TO 2076-EXIT
           END-IF.
           MOVE 0 TO WS-CPF-FUNCIONARIO.
           IF WS-EMPCOMP-DISPONIVEL AND PRX-COM-CPF
               MOVE PRX-CPF TO WS-CPF-FUNCIONARIO
           END-IF.
           MOVE SPACES TO FGD-REGISTRO.
           MOVE 'D'                TO FGD-TIPO.
           MOVE EMP-MATRICULA      TO FGD-MATRICULA.
           MOVE WS-CPF-FUNCIONARIO TO FGD-CPF.
           MOVE EMP-NOME           TO FGD-NOME.
           MOVE WS-DEPOSITO-FGTS   TO FGD-VALOR.
           WRITE FGD-REGISTRO.
           ADD 1 TO WS-QTD-DEPOSITOS-FGTS.
       2076-EXIT.
           EXIT.

      ******************************************************************
      * 2074-APURAR-DEPOSITO-FGTS - deposito de FGTS do mes na guia
      * mensal. Para o desligado na competencia, o DESLIGA ja recolheu
      * na GRRF o deposito rescisorio (lancamento 'R' da FGTSCTA,
      * trazido no extrato): a guia mensal leva so o que passar dele,
      * para o mes nao ser recolhido duas vezes.
      ******************************************************************
       2074-APURAR-DEPOSITO-FGTS.
           MOVE 0 TO WS-FGTS-GRRF.
           MOVE WS-VALOR-FGTS TO WS-DEPOSITO-FGTS.
           IF NOT EMP-DESLIGADO
               OR NOT PRX-COM-GRRF
               GO TO 2074-EXIT
           END-IF.
           MOVE PRX-VALOR-GRRF TO WS-FGTS-GRRF.
           COMPUTE WS-DEPOSITO-FGTS = WS-VALOR-FGTS - WS-FGTS-GRRF.
           IF WS-DEPOSITO-FGTS < 0
               MOVE 0 TO WS-DEPOSITO-FGTS
           END-IF.
       2074-EXIT.
           EXIT.

      ******************************************************************
      * 2079-GRAVAR-CONTA-FGTS - lanca o deposito do mes na conta de
      * FGTS do funcionario (FGTSCTA), com a admissao do vinculo em
      * curso. Reexecucao da competencia regrava o lancamento.
      ******************************************************************
       2079-GRAVAR-CONTA-FGTS.
           IF NOT WS-FGTSCTA-ABERTO
               GO TO 2079-EXIT
           END-IF.
           IF WS-DEPOSITO-FGTS = 0
               AND WS-FGTS-GRRF > 0
               GO TO 2079-EXIT
           END-IF.
           MOVE SPACES               TO FGC-REGISTRO.
           MOVE EMP-MATRICULA        TO FGC-MATRICULA.
           MOVE WS-COMP-ANO          TO FGC-ANO.
           MOVE WS-COMP-MES          TO FGC-MES.
           MOVE 'D'                  TO FGC-TIPO.
           MOVE EMP-DATA-ADMISSAO    TO FGC-DATA-ADMISSAO.
           MOVE EMP-EMPRESA          TO FGC-EMPRESA.
           MOVE WS-BASE-FGTS         TO FGC-BASE.
           MOVE WS-DEPOSITO-FGTS     TO FGC-VALOR.
           MOVE 0                    TO FGC-PERC-MULTA.
           MOVE WS-DATA-SISTEMA      TO FGC-DATA-LANCAMENTO.
           WRITE FGC-REGISTRO
               INVALID KEY
                   REWRITE FGC-REGISTRO
                       INVALID KEY
                           DISPLAY 'RELAT: ERRO AO GRAVAR FGTSCTA '
                               'DA MATRICULA ' EMP-MATRICULA
                   END-REWRITE
           END-WRITE.
       2079-EXIT.
           EXIT.

      ******************************************************************
      * 2077-GRAVAR-ENCARGOS - grava em ENCARGOS os encargos
      * patronais do funcionario corrente na competencia, com a
      * empresa e o departamento (o custo de pessoal sai por CNPJ e
      * por centro de custo). Reexecucao da competencia regrava.
      ******************************************************************
       2077-GRAVAR-ENCARGOS.
           IF NOT WS-ENCARGOS-ABERTO
               GO TO 2077-EXIT
           END-IF.
           MOVE SPACES                TO ENP-REGISTRO.
           MOVE EMP-MATRICULA         TO ENP-MATRICULA.
           MOVE WS-COMP-ANO           TO ENP-ANO.
           MOVE WS-COMP-MES           TO ENP-MES.
           MOVE EMP-EMPRESA           TO ENP-EMPRESA.
           MOVE EMP-DEPARTAMENTO      TO ENP-DEPARTAMENTO.
           MOVE WS-ENC-BASE           TO ENP-BASE.
           MOVE WS-ALQ-INSS-EMPRESA (WS-IDX-ALQ)
               TO ENP-ALIQ-INSS-EMPRESA.
           MOVE WS-ENC-INSS-EMPRESA   TO ENP-VALOR-INSS-EMPRESA.
           MOVE WS-ALQ-RAT-FAP (WS-IDX-ALQ) TO ENP-ALIQ-RAT-FAP.
           MOVE WS-ENC-RAT-FAP        TO ENP-VALOR-RAT-FAP.
           MOVE WS-ALQ-TERCEIROS (WS-IDX-ALQ) TO ENP-ALIQ-TERCEIROS.
           MOVE WS-ENC-TERCEIROS      TO ENP-VALOR-TERCEIROS.
           MOVE WS-ENC-TOTAL          TO ENP-TOTAL-ENCARGOS.
           WRITE ENP-REGISTRO
               INVALID KEY
                   REWRITE ENP-REGISTRO
                       INVALID KEY
                           DISPLAY 'RELAT: ERRO AO GRAVAR ENCARGOS '
                               'DA MATRICULA ' EMP-MATRICULA
                   END-REWRITE
           END-WRITE.
       2077-EXIT.
           EXIT.

      ******************************************************************
      * 2078-CRITICAR-PREVIA - compara o liquido calculado com o da
      * competencia anterior no FOLHAHIS: variacao acima do percentual
           MOVE WS-PARM-TOLERANCIA TO CKPT-PARM-TOLERANCIA.
           MOVE WS-TOTAL-SALFAM  TO CKPT-TOTAL-SALFAM.
           MOVE WS-TOTAL-HREXT   TO CKPT-TOTAL-HREXT.
           MOVE WS-TOTAL-ADNOT   TO CKPT-TOTAL-ADNOT.
           MOVE WS-TOTAL-ADRISCO TO CKPT-TOTAL-ADRISCO.
           MOVE WS-TOTAL-PENSAO  TO CKPT-TOTAL-PENSAO.
           MOVE WS-TOTAL-SINDICAL TO CKPT-TOTAL-SINDICAL.
           MOVE WS-TOTAL-BENEFICIOS TO CKPT-TOTAL-BENEFICIOS.
           MOVE WS-TOTAL-PLANO-SAUDE TO CKPT-TOTAL-PLANO-SAUDE.
           MOVE WS-TOTAL-CONSIG  TO CKPT-TOTAL-CONSIG.
           MOVE WS-TOTAL-FERIAS  TO CKPT-TOTAL-FERIAS.
           MOVE WS-TOTAL-FGTS    TO CKPT-TOTAL-FGTS.
           MOVE WS-TOTAL-EMPREST TO CKPT-TOTAL-EMPREST.
           MOVE WS-TOTAL-ADIANT  TO CKPT-TOTAL-ADIANT.
           MOVE WS-TOTAL-FALTAS  TO CKPT-TOTAL-FALTAS.
           MOVE WS-TOTAL-ENC-INSS TO CKPT-TOTAL-ENC-INSS.
           MOVE WS-TOTAL-ENC-RAT TO CKPT-TOTAL-ENC-RAT.
           MOVE WS-TOTAL-ENC-TERC TO CKPT-TOTAL-ENC-TERC.
           MOVE WS-QTD-CONSIG-COD TO CKPT-QTD-CONSIG-COD.
           PERFORM 2087-COPIAR-CONSIG THRU 2087-EXIT
               VARYING WS-IDX-CSGC FROM 1 BY 1

      ******************************************************************
      * 2040-CONTAR-DEPENDENTES - conta os dependentes do funcionario
      * corrente trazidos do DEPEND no extrato: todos reduzem a base de
      * IRRF; filhos menores de 14 anos na competencia contam para o
      * salario-familia.
      ******************************************************************
       2040-CONTAR-DEPENDENTES.
               GO TO 2040-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-DEPEND.
           SET PRX-IDX-DPD TO 1.
           PERFORM 2945-LER-PROXIMO-DEPENDENTE THRU 2945-EXIT.
           PERFORM 2045-SOMAR-DEPENDENTE THRU 2045-EXIT
               UNTIL FIM-DOS-DEPENDENTES.
       2040-EXIT.
           EXIT.

       2945-LER-PROXIMO-DEPENDENTE.
           IF PRX-IDX-DPD > PRX-QTD-DEPEND
               MOVE 'S' TO WS-FIM-DEPEND
               GO TO 2945-EXIT
           END-IF.
           MOVE PRX-DEPENDENTE (PRX-IDX-DPD) TO DPD-REGISTRO.
           SET PRX-IDX-DPD UP BY 1.
       2945-EXIT.
           EXIT.

      ******************************************************************
      * 2042-BUSCAR-HORAS-EXTRAS - traz do extrato (HORASEXT) as horas
      * extras apuradas pelo APURAPON para o funcionario na
      * competencia; sem registro, o funcionario nao tem vencimento de
      * horas extras.
      * Traz tambem as horas noturnas e o divisor da jornada (registro
      * antigo, sem eles, fica sem noturno e com divisor 220).
      ******************************************************************
       2042-BUSCAR-HORAS-EXTRAS.
           MOVE 0 TO WS-HORAS-NOTURNAS.
           MOVE 220 TO WS-DIVISOR-HORA.
           MOVE 0 TO WS-HORAS-EXTRAS.
           MOVE 0 TO WS-VALOR-HORAS-EXTRAS.
           MOVE 0 TO WS-HORAS-TRABALHADAS.
           MOVE 0 TO WS-HORAS-ESPERADAS.
           MOVE 0 TO WS-HORAS-COMPENSADAS.
           MOVE 'N' TO WS-TEM-APURACAO.
           IF NOT WS-HRSEXT-DISPONIVEL
               GO TO 2042-EXIT
           END-IF.
           IF NOT PRX-COM-HORAS
               GO TO 2042-EXIT
           END-IF.
           MOVE PRX-HORAS TO HRS-REGISTRO.
           MOVE 'S' TO WS-TEM-APURACAO.
           MOVE HRS-HORAS-EXTRAS TO WS-HORAS-EXTRAS.
           MOVE HRS-VALOR-EXTRAS TO WS-VALOR-HORAS-EXTRAS.
           MOVE HRS-HORAS-TRABALHADAS TO WS-HORAS-TRABALHADAS.
           MOVE HRS-HORAS-ESPERADAS TO WS-HORAS-ESPERADAS.
           IF HRS-HORAS-COMPENSADAS IS NUMERIC
               MOVE HRS-HORAS-COMPENSADAS TO WS-HORAS-COMPENSADAS
           END-IF.
           IF HRS-HORAS-NOTURNAS IS NUMERIC
               MOVE HRS-HORAS-NOTURNAS TO WS-HORAS-NOTURNAS
           END-IF.
           IF HRS-DIVISOR IS NUMERIC AND HRS-DIVISOR > 0
               MOVE HRS-DIVISOR TO WS-DIVISOR-HORA
           END-IF.
       2042-EXIT.
           EXIT.

      ******************************************************************
      * 2049-CALCULAR-ADIC-NOTURNO - adicional noturno de 20 por cento
      * sobre o valor-hora (salario pelo divisor da jornada) das horas
      * noturnas reduzidas apuradas no ponto.
      ******************************************************************
       2049-CALCULAR-ADIC-NOTURNO.
           MOVE 0 TO WS-VALOR-ADIC-NOTURNO.
           IF WS-HORAS-NOTURNAS = 0
               GO TO 2049-EXIT
           END-IF.
           COMPUTE WS-VALOR-ADIC-NOTURNO ROUNDED =
               WS-HORAS-NOTURNAS * EMP-SALARIO / WS-DIVISOR-HORA
               * WS-PERC-ADIC-NOTURNO.
       2049-EXIT.
           EXIT.

      ******************************************************************
      * 2026-BUSCAR-ADIC-RISCO - adicional de insalubridade ou de
      * periculosidade do mes cheio, pelo grau de risco do cargo do
      * funcionario (subrotina ADICRISC). Cargo insalubre sem salario
      * minimo cadastrado para a competencia fica sem o adicional, com
      * aviso - cadastre o minimo no CADTABF e reprocesse.
      ******************************************************************
       2026-BUSCAR-ADIC-RISCO.
           MOVE SPACES TO WS-TIPO-ADIC-RISCO.
           MOVE 0 TO WS-PERC-ADIC-RISCO.
           MOVE 0 TO WS-ADIC-RISCO-MENSAL.
           IF EMP-CARGO = SPACES
               GO TO 2026-EXIT
           END-IF.
           MOVE EMP-CARGO      TO ADR-CARGO.
           MOVE EMP-SALARIO    TO ADR-SALARIO.
           MOVE WS-COMP-AAAAMM TO ADR-COMPETENCIA.
           CALL 'ADICRISC' USING ADR-PARAMETROS.
           IF ADR-SEM-MINIMO
               DISPLAY 'RELAT: SEM SALARIO MINIMO VIGENTE NO CADTABF '
                   '- INSALUBRIDADE DA MATRICULA ' EMP-MATRICULA
                   ' NAO PAGA'
               GO TO 2026-EXIT
           END-IF.
           MOVE ADR-TIPO       TO WS-TIPO-ADIC-RISCO.
           MOVE ADR-PERCENTUAL TO WS-PERC-ADIC-RISCO.
           MOVE ADR-VALOR      TO WS-ADIC-RISCO-MENSAL.
       2026-EXIT.
           EXIT.

      ******************************************************************
      * 2027-PROPORCIONAR-ADIC-RISCO - adicional pago na competencia,
      * na mesma proporcao do salario base: dias corridos trabalhados
      * no mes (pro-rata), menos os dias afastados e os de ferias em
      * gozo na base de 30 (as ferias ja levam o adicional na linha de
      * ferias + 1/3).
      ******************************************************************
       2027-PROPORCIONAR-ADIC-RISCO.
           MOVE 0 TO WS-VALOR-ADIC-RISCO.
           IF WS-ADIC-RISCO-MENSAL = 0
               GO TO 2027-EXIT
           END-IF.
           COMPUTE WS-VALOR-ADIC-RISCO ROUNDED =
               WS-ADIC-RISCO-MENSAL * WS-DIAS-TRABALHADOS
               / WS-DIAS-NO-MES.
           IF WS-DIAS-DESCONTADOS > 0
               COMPUTE WS-VALOR-ADIC-RISCO ROUNDED =
                   WS-VALOR-ADIC-RISCO
                   - (WS-ADIC-RISCO-MENSAL * WS-DIAS-DESCONTADOS / 30)
           END-IF.
           IF WS-VALOR-ADIC-RISCO < 0
               MOVE 0 TO WS-VALOR-ADIC-RISCO
           END-IF.
       2027-EXIT.
           EXIT.

      ******************************************************************
      * 2037-APURAR-EVENTOS - apura os lancamentos de rubricas do
      * funcionario na competencia (MOVRUB): proventos tributaveis,
      * proventos isentos e descontos, ate 10 por funcionario
               GO TO 2037-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-MOVRUB.
           SET PRX-IDX-EVT TO 1.
           PERFORM 2937-LER-PROXIMO-EVENTO THRU 2937-EXIT.
           PERFORM 2035-SOMAR-EVENTO THRU 2035-EXIT
               UNTIL FIM-DO-MOVRUB.
       2037-EXIT.
           EXIT.

       2035-SOMAR-EVENTO.
           IF RUB-CODIGO = SPACES
               DISPLAY 'RELAT: RUBRICA ' MRB-RUBRICA ' DA '
                   'MATRICULA ' EMP-MATRICULA ' SEM CADASTRO NO '
                   'CADRUB - LANCAMENTO IGNORADO'
               GO TO 2035-LER
           END-IF.
           IF WS-QTD-EVENTOS-FUNC >= 10
               DISPLAY 'RELAT: MATRICULA ' EMP-MATRICULA ' COM MAIS '
                   'DE 10 EVENTOS - EXCEDENTE NAO APLICADO'
           EXIT.

       2937-LER-PROXIMO-EVENTO.
           IF PRX-IDX-EVT > PRX-QTD-EVENTOS
               MOVE 'S' TO WS-FIM-MOVRUB
               GO TO 2937-EXIT
           END-IF.
           MOVE PRX-EVT-MOVIMENTO (PRX-IDX-EVT) TO MRB-REGISTRO.
           MOVE PRX-EVT-RUBRICA (PRX-IDX-EVT)   TO RUB-REGISTRO.
           SET PRX-IDX-EVT UP BY 1.
       2937-EXIT.
           EXIT.

               GO TO 2038-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-AFAST.
           SET PRX-IDX-AFA TO 1.
           PERFORM 2938-LER-PROXIMO-AFAST THRU 2938-EXIT.
           PERFORM 2036-SOMAR-AFASTAMENTO THRU 2036-EXIT
               UNTIL FIM-DOS-AFAST.
           IF WS-DIAS-AFASTADO > 30
           EXIT.

       2938-LER-PROXIMO-AFAST.
           IF PRX-IDX-AFA > PRX-QTD-AFAST
               MOVE 'S' TO WS-FIM-AFAST
               GO TO 2938-EXIT
           END-IF.
           MOVE PRX-AFASTAMENTO (PRX-IDX-AFA) TO AFA-REGISTRO.
           SET PRX-IDX-AFA UP BY 1.
       2938-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      * 2041-BUSCAR-FERIAS-GOZO - traz do extrato (FERGOZO) os dias de
      * ferias em gozo na competencia (registrados pelo FERIAS) e
      * valoriza o vencimento: remuneracao (salario mais o adicional
      * de risco do cargo) proporcional aos dias mais o terco
      * constitucional. Sem registro, o funcionario nao tem ferias na
      * competencia.
      ******************************************************************
           IF NOT WS-FERGOZO-DISPONIVEL
               GO TO 2041-EXIT
           END-IF.
           IF NOT PRX-COM-FERIAS
               GO TO 2041-EXIT
           END-IF.
           MOVE PRX-FERIAS TO FGZ-REGISTRO.
           MOVE FGZ-DIAS TO WS-DIAS-FERIAS.
           COMPUTE WS-VALOR-FERIAS ROUNDED =
               (EMP-SALARIO + WS-ADIC-RISCO-MENSAL)
               * WS-DIAS-FERIAS / 30 * 4 / 3.
       2041-EXIT.
           EXIT.

      ******************************************************************
      * 2029-APURAR-FALTAS - horas que faltaram para as horas esperadas
      * do mes (apuradas pelo APURAPON), acima da tolerancia informada,
      * valoradas a salario pelo divisor da jornada. So mes cheio com
      * ponto apurado conta: pro-rata, afastamento ou ferias deixam as
      * horas esperadas sem sentido e o desconto fica para acerto
      * manual. As horas que o
      * optante compensou com o banco de horas nao contam como falta.
      ******************************************************************
       2029-APURAR-FALTAS.
           MOVE 0 TO WS-HORAS-FALTAS.
           END-IF.
           COMPUTE WS-HORAS-FALTAS =
               WS-HORAS-ESPERADAS - WS-HORAS-TRABALHADAS
               - WS-HORAS-COMPENSADAS - WS-PARM-TOLERANCIA.
           IF WS-HORAS-FALTAS <= 0
               MOVE 0 TO WS-HORAS-FALTAS
               GO TO 2029-EXIT
           END-IF.
           COMPUTE WS-VALOR-FALTAS ROUNDED =
               WS-HORAS-FALTAS * EMP-SALARIO / WS-DIVISOR-HORA.
       2029-EXIT.
           EXIT.

      ******************************************************************
      * 2030-BUSCAR-ADIANTAMENTO - traz do extrato (ADIANTCT) o
      * adiantamento ja pago ao funcionario na competencia; sem
      * registro, nao ha o que descontar. No fechamento oficial, o
      * adiantamento fica marcado como descontado, com a data.
      ******************************************************************
       2030-BUSCAR-ADIANTAMENTO.
           MOVE 0 TO WS-VALOR-ADIANTAMENTO.
           IF NOT WS-ADIANT-DISPONIVEL
               GO TO 2030-EXIT
           END-IF.
           IF NOT PRX-COM-ADIANT
               GO TO 2030-EXIT
           END-IF.
           MOVE PRX-ADIANTAMENTO TO ADT-REGISTRO.
           MOVE ADT-VALOR TO WS-VALOR-ADIANTAMENTO.
           IF WS-VALOR-ADIANTAMENTO = 0 OR NOT WS-RODADA-OFICIAL
               GO TO 2030-EXIT
           END-IF.
           MOVE 'D'             TO ADT-SITUACAO.
           MOVE WS-DATA-SISTEMA TO ADT-DATA-DESCONTO.
           REWRITE ADT-REGISTRO
               INVALID KEY
                   DISPLAY 'RELAT: ERRO AO MARCAR ADIANTAMENTO DA '
                       'MATRICULA ' EMP-MATRICULA
           END-REWRITE.
       2030-EXIT.
           EXIT.

               GO TO 2033-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-EMPREST.
           SET PRX-IDX-EPR TO 1.
           PERFORM 2933-LER-PROXIMO-EMPREST THRU 2933-EXIT.
           PERFORM 2031-DESCONTAR-PARCELA THRU 2031-EXIT
               UNTIL FIM-DOS-EMPREST.
       2033-EXIT.
                       DISPLAY 'RELAT: ERRO AO AMORTIZAR EMPRESTIMO '
                           EPR-CODIGO ' DA MATRICULA ' EMP-MATRICULA
               END-REWRITE
               PERFORM 2028-GRAVAR-HIST-EMPRESTIMO THRU 2028-EXIT
           END-IF.
       2031-LER.
           PERFORM 2933-LER-PROXIMO-EMPREST THRU 2933-EXIT.
       2031-EXIT.
           EXIT.

      ******************************************************************
      * 2028-GRAVAR-HIST-EMPRESTIMO - grava no EMPRHIS a parcela do
      * emprestimo corrente amortizada na competencia, com o numero da
      * parcela e se ela quitou o emprestimo. Competencia ja fechada
      * antes (reexecucao) tem o registro regravado.
      ******************************************************************
       2028-GRAVAR-HIST-EMPRESTIMO.
           IF NOT WS-EMPRHIS-ABERTO
               GO TO 2028-EXIT
           END-IF.
           MOVE SPACES                TO EPH-REGISTRO.
           MOVE EMP-MATRICULA         TO EPH-MATRICULA.
           MOVE WS-COMP-ANO           TO EPH-ANO.
           MOVE WS-COMP-MES           TO EPH-MES.
           MOVE EPR-CODIGO            TO EPH-CODIGO.
           MOVE EMP-EMPRESA           TO EPH-EMPRESA.
           MOVE WS-PARCELA-CORRENTE   TO EPH-VALOR-PARCELA.
           MOVE EPR-PARCELAS-PAGAS    TO EPH-NUMERO-PARCELA.
           IF EPR-SITUACAO = 'Q'
               MOVE 'S' TO EPH-QUITOU
           ELSE
               MOVE 'N' TO EPH-QUITOU
           END-IF.
           MOVE WS-DATA-SISTEMA       TO EPH-DATA-LANCAMENTO.
           WRITE EPH-REGISTRO
               INVALID KEY
                   REWRITE EPH-REGISTRO
                       INVALID KEY
                           DISPLAY 'RELAT: ERRO AO GRAVAR PARCELA DO '
                               'EMPRESTIMO ' EPR-CODIGO
                               ' DA MATRICULA ' EMP-MATRICULA
                   END-REWRITE
           END-WRITE.
       2028-EXIT.
           EXIT.

       2933-LER-PROXIMO-EMPREST.
           IF PRX-IDX-EPR > PRX-QTD-EMPREST
               MOVE 'S' TO WS-FIM-EMPREST
               GO TO 2933-EXIT
           END-IF.
           MOVE PRX-EMPRESTIMO (PRX-IDX-EPR) TO EPR-REGISTRO.
           SET PRX-IDX-EPR UP BY 1.
       2933-EXIT.
           EXIT.

               GO TO 2044-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-CONSIG.
           SET PRX-IDX-CSG TO 1.
           PERFORM 2955-LER-PROXIMA-CONSIG THRU 2955-EXIT.
           PERFORM 2043-SOMAR-CONSIGNACAO THRU 2043-EXIT
               UNTIL FIM-DAS-CONSIG.
       2044-EXIT.
       2043-EXIT.
           EXIT.

      ******************************************************************
      * 2051-APURAR-CONTRIB-SINDICAL - apura a contribuicao assistencial
      * do sindicato do funcionario no mes acordado (SIN-MES-CONTRIB,
      * zero = todo mes): percentual do salario limitado ao teto, ou
      * valor fixo. O valor entra como mais uma consignacao do
      * funcionario, de codigo 'S' + sindicato, e sai do liquido com
      * as demais.
      ******************************************************************
       2051-APURAR-CONTRIB-SINDICAL.
           MOVE 0 TO WS-BASE-SINDICAL.
           MOVE 0 TO WS-VALOR-SINDICAL.
           IF NOT WS-SINDIC-DISPONIVEL OR EMP-SINDICATO = SPACES
               GO TO 2051-EXIT
           END-IF.
           IF NOT PRX-COM-SINDIC
               GO TO 2051-EXIT
           END-IF.
           MOVE PRX-SINDICATO TO SIN-REGISTRO.
           IF SIN-SEM-CONTRIB
               OR (SIN-MES-CONTRIB NOT = 0
                   AND SIN-MES-CONTRIB NOT = WS-COMP-MES)
               GO TO 2051-EXIT
           END-IF.
           IF SIN-CONTRIB-PERCENTUAL
               MOVE EMP-SALARIO TO WS-BASE-SINDICAL
               COMPUTE WS-VALOR-SINDICAL ROUNDED =
                   EMP-SALARIO * SIN-PERC-CONTRIB / 100
               IF SIN-TETO-CONTRIB NOT = 0
                   AND WS-VALOR-SINDICAL > SIN-TETO-CONTRIB
                   MOVE SIN-TETO-CONTRIB TO WS-VALOR-SINDICAL
               END-IF
           ELSE
               MOVE SIN-VALOR-CONTRIB TO WS-VALOR-SINDICAL
           END-IF.
           IF WS-QTD-CONSIG-FUNC >= 10
               DISPLAY 'RELAT: MATRICULA ' EMP-MATRICULA ' COM MAIS '
                   'DE 10 CONSIGNACOES - CONTRIBUICAO SINDICAL NAO '
                   'APLICADA'
               MOVE 0 TO WS-BASE-SINDICAL
               MOVE 0 TO WS-VALOR-SINDICAL
               GO TO 2051-EXIT
           END-IF.
           ADD 1 TO WS-QTD-CONSIG-FUNC.
           SET WS-IDX-CSGF TO WS-QTD-CONSIG-FUNC.
           MOVE SPACES TO WS-CSGF-CODIGO (WS-IDX-CSGF).
           STRING 'S'           DELIMITED BY SIZE
                  EMP-SINDICATO DELIMITED BY SIZE
                  INTO WS-CSGF-CODIGO (WS-IDX-CSGF)
           END-STRING.
           MOVE SIN-NOME TO WS-CSGF-DESCRICAO (WS-IDX-CSGF).
           MOVE WS-VALOR-SINDICAL TO WS-CSGF-VALOR (WS-IDX-CSGF).
           ADD WS-VALOR-SINDICAL TO WS-TOTAL-CONSIG-FUNC.
       2051-EXIT.
           EXIT.

      ******************************************************************
      * 2055-APURAR-BENEFICIOS - desconto dos beneficios pedidos pelo
      * PEDBENEF para a competencia (BENMOV): vale-transporte pelo
      * menor entre 6 por cento do salario base do mes e o custo da
      * carga (o que passar e custeado pela empresa), e a participacao
      * do funcionario no VR/VA. Cada desconto entra como mais uma
      * consignacao ('VT ', e 'VR ' ou 'VA ') e sai do liquido com as
      * demais.
      ******************************************************************
       2055-APURAR-BENEFICIOS.
           MOVE 'N' TO WS-TEM-BENMOV.
           MOVE 0 TO WS-DESCONTO-VT.
           MOVE 0 TO WS-DESCONTO-VR.
           MOVE 0 TO WS-VALOR-BENEFICIOS.
           IF NOT WS-BENMOV-DISPONIVEL
               GO TO 2055-EXIT
           END-IF.
           IF NOT PRX-COM-BENMOV
               GO TO 2055-EXIT
           END-IF.
           MOVE PRX-BENEFICIO TO BMV-REGISTRO.
           MOVE 'S' TO WS-TEM-BENMOV.
           IF BMV-VT-VALOR > 0 AND WS-SALARIO-BASE > 0
               COMPUTE WS-TETO-VT ROUNDED =
                   WS-SALARIO-BASE * WS-PERC-TETO-VT / 100
               IF WS-TETO-VT < BMV-VT-VALOR
                   MOVE WS-TETO-VT TO WS-DESCONTO-VT
               ELSE
                   MOVE BMV-VT-VALOR TO WS-DESCONTO-VT
               END-IF
           END-IF.
           IF BMV-VR-VALOR > 0
               COMPUTE WS-DESCONTO-VR ROUNDED =
                   BMV-VR-VALOR * BMV-VR-PERC-DESCONTO / 100
           END-IF.
           IF WS-DESCONTO-VT > 0
               MOVE 'VT '             TO WS-CODIGO-BENEFICIO
               MOVE 'VALE-TRANSPORTE' TO WS-DESCRICAO-BENEFICIO
               MOVE WS-DESCONTO-VT    TO WS-VALOR-ITEM-BENEFICIO
               PERFORM 2059-INCLUIR-BENEFICIO THRU 2059-EXIT
               MOVE WS-VALOR-ITEM-BENEFICIO TO WS-DESCONTO-VT
           END-IF.
           IF WS-DESCONTO-VR > 0
               IF BMV-VR-ALIMENTACAO
                   MOVE 'VA '              TO WS-CODIGO-BENEFICIO
                   MOVE 'VALE-ALIMENTACAO' TO WS-DESCRICAO-BENEFICIO
               ELSE
                   MOVE 'VR '              TO WS-CODIGO-BENEFICIO
                   MOVE 'VALE-REFEICAO'    TO WS-DESCRICAO-BENEFICIO
               END-IF
               MOVE WS-DESCONTO-VR    TO WS-VALOR-ITEM-BENEFICIO
               PERFORM 2059-INCLUIR-BENEFICIO THRU 2059-EXIT
               MOVE WS-VALOR-ITEM-BENEFICIO TO WS-DESCONTO-VR
           END-IF.
           COMPUTE WS-VALOR-BENEFICIOS =
               WS-DESCONTO-VT + WS-DESCONTO-VR.
       2055-EXIT.
           EXIT.

      ******************************************************************
      * 2059-INCLUIR-BENEFICIO - lanca o desconto de beneficio em
      * WS-CODIGO/-DESCRICAO/-VALOR-ITEM-BENEFICIO na tabela de
      * consignacoes do funcionario. Com a tabela cheia o desconto nao
      * e aplicado (valor zerado, com aviso), como na contribuicao
      * sindical.
      ******************************************************************
       2059-INCLUIR-BENEFICIO.
           IF WS-QTD-CONSIG-FUNC >= 10
               DISPLAY 'RELAT: MATRICULA ' EMP-MATRICULA ' COM MAIS '
                   'DE 10 CONSIGNACOES - DESCONTO DE '
                   WS-DESCRICAO-BENEFICIO ' NAO APLICADO'
               MOVE 0 TO WS-VALOR-ITEM-BENEFICIO
               GO TO 2059-EXIT
           END-IF.
           ADD 1 TO WS-QTD-CONSIG-FUNC.
           SET WS-IDX-CSGF TO WS-QTD-CONSIG-FUNC.
           MOVE WS-CODIGO-BENEFICIO
               TO WS-CSGF-CODIGO (WS-IDX-CSGF).
           MOVE WS-DESCRICAO-BENEFICIO
               TO WS-CSGF-DESCRICAO (WS-IDX-CSGF).
           MOVE WS-VALOR-ITEM-BENEFICIO
               TO WS-CSGF-VALOR (WS-IDX-CSGF).
           ADD WS-VALOR-ITEM-BENEFICIO TO WS-TOTAL-CONSIG-FUNC.
       2059-EXIT.
           EXIT.

      ******************************************************************
      * 2061-APURAR-PLANO-SAUDE - coparticipacao do funcionario no
      * plano de saude: soma, para o titular e cada dependente com
      * adesao que alcanca a competencia, a parte do funcionario no
      * preco da faixa etaria (PRECOPLN), limita ao teto mensal do
      * plano e lanca como consignacao 'PS '.
      ******************************************************************
       2061-APURAR-PLANO-SAUDE.
           MOVE 0 TO WS-VALOR-PLANO-SAUDE.
           MOVE 0 TO WS-TETO-PLANO-SAUDE.
           MOVE 0 TO WS-QTD-BENEF-PLANO.
           IF NOT WS-PLSAUDE-DISPONIVEL
               GO TO 2061-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ADESOES.
           SET PRX-IDX-PLA TO 1.
           PERFORM 2962-LER-PROXIMA-ADESAO THRU 2962-EXIT.
           PERFORM 2062-SOMAR-ADESAO THRU 2062-EXIT
               UNTIL FIM-DAS-ADESOES.
           IF WS-QTD-BENEF-PLANO = 0 OR WS-VALOR-PLANO-SAUDE = 0
               GO TO 2061-EXIT
           END-IF.
           IF WS-TETO-PLANO-SAUDE > 0
               AND WS-VALOR-PLANO-SAUDE > WS-TETO-PLANO-SAUDE
               MOVE WS-TETO-PLANO-SAUDE TO WS-VALOR-PLANO-SAUDE
           END-IF.
           MOVE 'PS '                TO WS-CODIGO-BENEFICIO.
           MOVE 'PLANO DE SAUDE'     TO WS-DESCRICAO-BENEFICIO.
           MOVE WS-VALOR-PLANO-SAUDE TO WS-VALOR-ITEM-BENEFICIO.
           PERFORM 2059-INCLUIR-BENEFICIO THRU 2059-EXIT.
           MOVE WS-VALOR-ITEM-BENEFICIO TO WS-VALOR-PLANO-SAUDE.
       2061-EXIT.
           EXIT.

       2062-SOMAR-ADESAO.
           IF PLA-DATA-INICIO > WS-COMP-DATA-FIM
               GO TO 2062-LER
           END-IF.
           IF NOT PLA-VIGENTE AND PLA-DATA-FIM < WS-COMP-DATA-INI
               GO TO 2062-LER
           END-IF.
           MOVE PLA-PLANO           TO PPL-PLANO.
           MOVE PLA-DATA-NASCIMENTO TO PPL-DATA-NASCIMENTO.
           MOVE WS-COMP-AAAAMM      TO PPL-COMPETENCIA.
           IF PLA-TITULAR
               MOVE 'T' TO PPL-TIPO-BENEFICIARIO
           ELSE
               MOVE 'D' TO PPL-TIPO-BENEFICIARIO
           END-IF.
           CALL 'PRECOPLN' USING PPL-PARAMETROS.
           IF PPL-PLANO-INEXISTENTE
               DISPLAY 'RELAT: MATRICULA ' EMP-MATRICULA ' ADESAO '
                   PLA-SEQUENCIA ' EM PLANO NAO CADASTRADO '
                   PLA-PLANO ' - SEM DESCONTO'
               GO TO 2062-LER
           END-IF.
           ADD 1 TO WS-QTD-BENEF-PLANO.
           ADD PPL-VALOR-FUNCIONARIO TO WS-VALOR-PLANO-SAUDE.
           MOVE PPL-TETO-DESCONTO TO WS-TETO-PLANO-SAUDE.
       2062-LER.
           PERFORM 2962-LER-PROXIMA-ADESAO THRU 2962-EXIT.
       2062-EXIT.
           EXIT.

       2962-LER-PROXIMA-ADESAO.
           IF PRX-IDX-PLA > PRX-QTD-ADESOES
               MOVE 'S' TO WS-FIM-ADESOES
               GO TO 2962-EXIT
           END-IF.
           MOVE PRX-ADESAO (PRX-IDX-PLA) TO PLA-REGISTRO.
           SET PRX-IDX-PLA UP BY 1.
       2962-EXIT.
           EXIT.

       2955-LER-PROXIMA-CONSIG.
           IF PRX-IDX-CSG > PRX-QTD-CONSIG
               MOVE 'S' TO WS-FIM-CONSIG
               GO TO 2955-EXIT
           END-IF.
           MOVE PRX-CONSIGNACAO (PRX-IDX-CSG) TO CSG-REGISTRO.
           SET PRX-IDX-CSG UP BY 1.
       2955-EXIT.
           EXIT.

      ******************************************************************
       2050-CALCULAR-DEDUCOES.
           COMPUTE WS-BASE-INSS = WS-SALARIO-BASE + WS-VALOR-FERIAS
               + WS-VALOR-ADIC-RISCO + WS-TOT-EVENTOS-TRIB.
           MOVE 'N' TO WS-ACHOU-FAIXA.
           PERFORM 2052-TESTAR-FAIXA-INSS THRU 2052-EXIT
               VARYING WS-IDX-INSS FROM 1 BY 1

           COMPUTE WS-BASE-IRRF = WS-BASE-INSS - WS-INSS
               - (WS-QTD-DEPENDENTES * WS-DEDUCAO-POR-DEPENDENTE).
           PERFORM 2053-CALCULAR-IRRF THRU 2053-EXIT.

      * Pensao alimenticia judicial: apurada sobre o bruto ou sobre o
      * liquido depois de INSS e IRRF, e dedutivel da base do IRRF -
      * com pensao, o IRRF e recalculado sobre a base reduzida.
           PERFORM 2056-APURAR-PENSAO THRU 2056-EXIT.
           IF WS-VALOR-PENSAO > 0
               SUBTRACT WS-VALOR-PENSAO FROM WS-BASE-IRRF
               PERFORM 2053-CALCULAR-IRRF THRU 2053-EXIT
           END-IF.

           IF EMP-SALARIO <= WS-TETO-SALARIO-FAMILIA

           COMPUTE WS-LIQUIDO = WS-SALARIO-BASE + WS-SALARIO-FAMILIA
               + WS-VALOR-HORAS-EXTRAS + WS-VALOR-FERIAS
               + WS-VALOR-ADIC-NOTURNO + WS-VALOR-ADIC-RISCO
               + WS-TOT-EVENTOS-TRIB + WS-TOT-EVENTOS-ISENTO
               - WS-INSS - WS-IRRF - WS-VALOR-PENSAO
               - WS-TOTAL-CONSIG-FUNC - WS-TOT-EVENTOS-DESC
               - WS-TOTAL-EMPREST-FUNC - WS-VALOR-ADIANTAMENTO
               - WS-VALOR-FALTAS.

      * FGTS e encargo do empregador sobre a remuneracao plena da
      * competencia - calculado aqui, mas fora do liquido.
           COMPUTE WS-BASE-FGTS =
               WS-SALARIO-BASE + WS-VALOR-HORAS-EXTRAS
               + WS-VALOR-ADIC-NOTURNO + WS-VALOR-ADIC-RISCO
               + WS-VALOR-FERIAS + WS-TOT-EVENTOS-TRIB.
           COMPUTE WS-VALOR-FGTS ROUNDED =
               WS-BASE-FGTS * WS-ALIQUOTA-FGTS.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2057-CALCULAR-ENCARGOS - encargos patronais do funcionario
      * corrente: INSS da empresa, RAT x FAP e terceiros, cada um com
      * a aliquota do CNPJ do funcionario, sobre a remuneracao da
      * competencia (a mesma base do FGTS, sem teto). Custo da
      * empresa - nada disso sai do liquido.
      ******************************************************************
       2057-CALCULAR-ENCARGOS.
           COMPUTE WS-ENC-BASE = WS-SALARIO-BASE
               + WS-VALOR-HORAS-EXTRAS + WS-VALOR-ADIC-NOTURNO
               + WS-VALOR-ADIC-RISCO
               + WS-VALOR-FERIAS + WS-TOT-EVENTOS-TRIB.
           COMPUTE WS-POS-EMPRESA = EMP-EMPRESA + 1.
           SET WS-IDX-ALQ TO WS-POS-EMPRESA.
           COMPUTE WS-ENC-INSS-EMPRESA ROUNDED =
               WS-ENC-BASE * WS-ALQ-INSS-EMPRESA (WS-IDX-ALQ).
           COMPUTE WS-ENC-RAT-FAP ROUNDED =
               WS-ENC-BASE * WS-ALQ-RAT-FAP (WS-IDX-ALQ).
           COMPUTE WS-ENC-TERCEIROS ROUNDED =
               WS-ENC-BASE * WS-ALQ-TERCEIROS (WS-IDX-ALQ).
           COMPUTE WS-ENC-TOTAL = WS-ENC-INSS-EMPRESA
               + WS-ENC-RAT-FAP + WS-ENC-TERCEIROS.
       2057-EXIT.
           EXIT.

      ******************************************************************
      * 2053-CALCULAR-IRRF - aliquota, deducao da faixa e IRRF sobre a
      * WS-BASE-IRRF corrente.
      ******************************************************************
       2053-CALCULAR-IRRF.
           MOVE 'N' TO WS-ACHOU-FAIXA.
           PERFORM 2054-TESTAR-FAIXA-IRRF THRU 2054-EXIT
               VARYING WS-IDX-IRRF FROM 1 BY 1
               UNTIL WS-FAIXA-ENCONTRADA
                   OR WS-IDX-IRRF > WS-QTD-FAIXAS-IRRF.
           IF NOT WS-FAIXA-ENCONTRADA
               SET WS-IDX-IRRF TO WS-QTD-FAIXAS-IRRF
               MOVE WS-IRRF-ALIQ    (WS-IDX-IRRF) TO WS-ALIQUOTA-IRRF
               MOVE WS-IRRF-DEDUCAO (WS-IDX-IRRF) TO WS-DEDUCAO-IRRF
           END-IF.
           COMPUTE WS-IRRF ROUNDED =
               (WS-BASE-IRRF * WS-ALIQUOTA-IRRF) - WS-DEDUCAO-IRRF.
           IF WS-IRRF < 0
               MOVE 0 TO WS-IRRF
           END-IF.
       2053-EXIT.
           EXIT.

      ******************************************************************
      * 2056-APURAR-PENSAO - pensoes alimenticias judiciais vigentes do
      * funcionario corrente (PENSJUD, pela subrotina PENSAOC). O bruto
      * e a remuneracao paga na competencia (sem o salario-familia) e
      * o liquido e esse bruto menos INSS e IRRF; a parte de ferias vai
      * a parte para as decisoes que nao alcancam as ferias.
      ******************************************************************
       2056-APURAR-PENSAO.
           MOVE EMP-MATRICULA  TO PNL-MATRICULA.
           MOVE WS-COMP-AAAAMM TO PNL-COMPETENCIA.
           MOVE 'M'            TO PNL-TIPO-FOLHA.
           COMPUTE PNL-BRUTO = WS-SALARIO-BASE
               + WS-VALOR-HORAS-EXTRAS + WS-VALOR-ADIC-NOTURNO
               + WS-VALOR-ADIC-RISCO + WS-VALOR-FERIAS
               + WS-TOT-EVENTOS-TRIB + WS-TOT-EVENTOS-ISENTO
               - WS-VALOR-FALTAS.
           MOVE WS-VALOR-FERIAS TO PNL-VALOR-FERIAS.
           COMPUTE PNL-LIQUIDO = PNL-BRUTO - WS-INSS - WS-IRRF.
           MOVE PNL-LIQUIDO TO PNL-TETO.
           MOVE 0 TO PNL-AVOS.
           CALL 'PENSAOC' USING PNL-PARAMETROS.
           MOVE PNL-TOTAL TO WS-VALOR-PENSAO.
           IF PNL-SEM-MINIMO
               DISPLAY 'RELAT: MATRICULA ' EMP-MATRICULA
                   ' - PENSAO EM SALARIOS MINIMOS SEM MINIMO '
                   'CADASTRADO PARA A COMPETENCIA'
           END-IF.
           IF PNL-LIMITADA
               DISPLAY 'RELAT: MATRICULA ' EMP-MATRICULA
                   ' - PENSAO LIMITADA AO LIQUIDO DISPONIVEL'
           END-IF.
       2056-EXIT.
           EXIT.

      ******************************************************************
      * 2058-ITEMIZAR-PENSOES - uma linha DET2P por beneficiario de
      * pensao alimenticia, logo abaixo das consignacoes.
      ******************************************************************
       2058-ITEMIZAR-PENSOES.
           MOVE PNL-SEQUENCIA (PNL-IDX)  TO DET2P-SEQUENCIA.
           MOVE PNL-BENEF-NOME (PNL-IDX) TO DET2P-BENEFICIARIO.
           MOVE PNL-VALOR (PNL-IDX)      TO DET2P-VALOR.
           MOVE DET2P TO REL-LINHA.
           WRITE REL-LINHA.
       2058-EXIT.
           EXIT.

       2052-TESTAR-FAIXA-INSS.
           IF WS-BASE-INSS <= WS-INSS-LIMITE (WS-IDX-INSS)
               MOVE WS-INSS-ALIQ (WS-IDX-INSS) TO WS-ALIQUOTA-INSS
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2910-LER-EXTRATO - le o proximo registro do extrato de
      * pre-folha. Funcionario ('F') vem com a imagem do EMPREG em
      * EMP-REGISTRO e entra na contagem e na soma dos salarios para a
      * conferencia com o trailer; o trailer ('T') encerra a leitura.
      ******************************************************************
       2910-LER-EXTRATO.
           READ EXTRATO-ARQ INTO PRX-REGISTRO
               AT END
                   MOVE 'S' TO WS-FIM-EXTRATO
                   GO TO 2910-EXIT
           END-READ.
           IF WS-EXTRATO-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-EXTRATO
               GO TO 2910-EXIT
           END-IF.
           IF PRX-TIPO-TRAILER
               MOVE 'S' TO WS-TRAILER-EXTRATO
               MOVE PRX-TRL-QTD-FUNC      TO WS-TRL-QTD-FUNC
               MOVE PRX-TRL-TOTAL-SALARIO TO WS-TRL-TOTAL-SALARIO
               MOVE 'S' TO WS-FIM-EXTRATO
               GO TO 2910-EXIT
           END-IF.
           IF PRX-TIPO-FUNCIONARIO
               MOVE PRX-EMPREGADO TO EMP-REGISTRO
               ADD 1 TO WS-QTD-EXTRATO
               ADD EMP-SALARIO TO WS-SALARIOS-EXTRATO
           END-IF.
       2910-EXIT.
           EXIT.

      ******************************************************************
      * 6100-INICIAR-FASE / 6150-ENCERRAR-FASE - marcam o relogio no
      * inicio e no fim da fase WS-NOME-FASE e guardam na tabela de
      * fases os registros tratados (WS-REGISTROS-FASE) e a duracao em
      * centesimos de segundo (fase que passa da meia-noite soma um
      * dia).
      ******************************************************************
       6100-INICIAR-FASE.
           PERFORM 6190-LER-RELOGIO THRU 6190-EXIT.
           MOVE WS-CS-AGORA TO WS-CS-INICIO-FASE.
           MOVE 0 TO WS-REGISTROS-FASE.
       6100-EXIT.
           EXIT.

       6150-ENCERRAR-FASE.
           PERFORM 6190-LER-RELOGIO THRU 6190-EXIT.
           IF WS-QTD-FASES >= 5
               GO TO 6150-EXIT
           END-IF.
           ADD 1 TO WS-QTD-FASES.
           SET WS-IDX-FASE TO WS-QTD-FASES.
           MOVE WS-NOME-FASE      TO WS-FASE-NOME (WS-IDX-FASE).
           MOVE WS-REGISTROS-FASE TO WS-FASE-REGISTROS (WS-IDX-FASE).
           IF WS-CS-AGORA < WS-CS-INICIO-FASE
               ADD WS-CS-DIA TO WS-CS-AGORA
           END-IF.
           COMPUTE WS-FASE-DURACAO (WS-IDX-FASE) =
               WS-CS-AGORA - WS-CS-INICIO-FASE.
       6150-EXIT.
           EXIT.

       6190-LER-RELOGIO.
           ACCEPT WS-HORA-LIDA FROM TIME.
           COMPUTE WS-CS-AGORA =
               WS-LIDA-HH * 360000 + WS-LIDA-MM * 6000
               + WS-LIDA-SS * 100 + WS-LIDA-CC.
       6190-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha arquivos.
      ******************************************************************
                   VARYING WS-IDX-CSGC FROM 1 BY 1
                   UNTIL WS-IDX-CSGC > WS-QTD-CONSIG-COD
           END-IF.
           IF WS-TOTAL-PENSAO NOT = 0
               MOVE CAB3 TO REL-LINHA
               WRITE REL-LINHA
               MOVE WS-TOTAL-PENSAO TO TOTP-TOTAL
               MOVE TOTP TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE CAB3 TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-SALARIO TO TOT1-SALARIO.
               MOVE GUIA2 TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM 8040-IMPRIMIR-ENCARGOS THRU 8040-EXIT.
           IF WS-EXECUCAO-PREVIA
               PERFORM 8600-LISTAR-DESAPARECIDAS THRU 8600-EXIT
               PERFORM 8610-RESUMO-PREVIA THRU 8610-EXIT
           IF WS-DEPTOS-DISPONIVEL
               CLOSE DEPTOS-ARQ
           END-IF.
           IF WS-EMPREST-DISPONIVEL AND WS-RODADA-OFICIAL
               CLOSE EMPREST-ARQ
           END-IF.
           IF WS-ADIANT-DISPONIVEL AND WS-RODADA-OFICIAL
               CLOSE ADIANTCT-ARQ
           END-IF.
           IF WS-EMPRESAS-DISPONIVEL
               CLOSE EMPRESAS-ARQ
           END-IF.
           IF WS-ENCARGOS-ABERTO
               CLOSE ENCARGOS-ARQ
           END-IF.
           IF WS-FGTSCTA-ABERTO
               CLOSE FGTSCTA-ARQ
           END-IF.
           IF WS-PENSHIS-ABERTO
               CLOSE PENSHIS-ARQ
           END-IF.
           IF WS-SINDHIS-ABERTO
               CLOSE SINDHIS-ARQ
           END-IF.
           IF WS-BENMOV-DISPONIVEL AND WS-RODADA-OFICIAL
               CLOSE BENMOV-ARQ
           END-IF.
           IF WS-EMPRHIS-ABERTO
               CLOSE EMPRHIS-ARQ
           END-IF.
           CLOSE FOLHAHIS-ARQ.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8040-IMPRIMIR-ENCARGOS - resumo dos encargos patronais da
      * competencia no fim do registro, que confere com os debitos de
      * encargos do lote contabil.
      ******************************************************************
       8040-IMPRIMIR-ENCARGOS.
           MOVE CAB3 TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ENCARGOS - INSS EMPRESA..: ' TO ENCP1-TEXTO.
           MOVE WS-TOTAL-ENC-INSS TO ENCP1-TOTAL.
           MOVE ENCP1 TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ENCARGOS - RAT X FAP.....: ' TO ENCP1-TEXTO.
           MOVE WS-TOTAL-ENC-RAT TO ENCP1-TOTAL.
           MOVE ENCP1 TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ENCARGOS - TERCEIROS.....: ' TO ENCP1-TEXTO.
           MOVE WS-TOTAL-ENC-TERC TO ENCP1-TOTAL.
           MOVE ENCP1 TO REL-LINHA.
           WRITE REL-LINHA.
       8040-EXIT.
           EXIT.

      ******************************************************************
      * 8030-FECHAR-FGTS - fecha o arquivo de depositos de FGTS com o
      * trailer de quantidade e total, que confere com a guia impressa
      * departamento (com o centro de custo do DEPTOS), debitos de
      * salario-familia e de horas extras quando houver, creditos de
      * INSS a recolher, IRRF a recolher e salarios liquidos a pagar,
      * os pares debito/credito dos encargos patronais, o credito dos
      * beneficios VT e VR/VA e da coparticipacao do plano de saude
      * descontados, e o registro de total do lote. Debitos = creditos
      * = total do lote, fechando com o TOT1 ao centavo.
      ******************************************************************
       8500-GERAR-LANCAMENTOS.
           IF NOT WS-RODADA-OFICIAL
               MOVE 'HORAS EXTRAS DA FOLHA' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-ADNOT NOT = 0
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'ADICIONAL NOTURNO' TO CTB-CONTA
               MOVE WS-TOTAL-ADNOT TO CTB-VALOR
               MOVE 'ADICIONAL NOTURNO DA FOLHA' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-ADRISCO NOT = 0
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'ADIC INSALUB/PERIC' TO CTB-CONTA
               MOVE WS-TOTAL-ADRISCO TO CTB-VALOR
               MOVE 'INSALUB/PERICULOSIDADE FOLHA' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-FERIAS NOT = 0
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'FGTS A DEPOSITAR (GUIA)' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           PERFORM 8530-LANCAR-ENCARGOS THRU 8530-EXIT.
           PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT.
           MOVE 'C' TO CTB-NATUREZA.
           MOVE 'INSS A RECOLHER' TO CTB-CONTA.
           MOVE WS-TOTAL-IRRF TO CTB-VALOR.
           MOVE 'IRRF RETIDO DA FOLHA' TO CTB-HISTORICO.
           WRITE CTB-REGISTRO.
           IF WS-TOTAL-CONSIG NOT =
               WS-TOTAL-SINDICAL + WS-TOTAL-BENEFICIOS
                   + WS-TOTAL-PLANO-SAUDE
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'CONSIG. A REPASSAR' TO CTB-CONTA
               COMPUTE CTB-VALOR = WS-TOTAL-CONSIG - WS-TOTAL-SINDICAL
                   - WS-TOTAL-BENEFICIOS - WS-TOTAL-PLANO-SAUDE
               MOVE 'CONSIGNACOES RETIDAS' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-BENEFICIOS NOT = 0
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'BENEFICIOS RECUP.' TO CTB-CONTA
               MOVE WS-TOTAL-BENEFICIOS TO CTB-VALOR
               MOVE 'DESCONTO DE VT E VR/VA' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-PLANO-SAUDE NOT = 0
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'PLANO SAUDE RECUP.' TO CTB-CONTA
               MOVE WS-TOTAL-PLANO-SAUDE TO CTB-VALOR
               MOVE 'COPARTICIPACAO PLANO DE SAUDE' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-SINDICAL NOT = 0
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'SINDICATO REPASSAR' TO CTB-CONTA
               MOVE WS-TOTAL-SINDICAL TO CTB-VALOR
               MOVE 'CONTRIBUICAO SINDICAL RETIDA' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-PENSAO NOT = 0
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'PENSAO A REPASSAR' TO CTB-CONTA
               MOVE WS-TOTAL-PENSAO TO CTB-VALOR
               MOVE 'PENSAO ALIMENTICIA RETIDA' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-EMPREST NOT = 0
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'C' TO CTB-NATUREZA
           PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT.
           MOVE 'T' TO CTB-TIPO.
           COMPUTE CTB-VALOR = WS-TOTAL-SALARIO
               + WS-TOTAL-SALFAM + WS-TOTAL-HREXT + WS-TOTAL-ADNOT
               + WS-TOTAL-ADRISCO
               + WS-TOTAL-FERIAS + WS-TOTAL-FGTS
               + WS-TOTAL-EV-PROV + WS-TOTAL-ENC-INSS
               + WS-TOTAL-ENC-RAT + WS-TOTAL-ENC-TERC.
           MOVE 'TOTAL DO LOTE (DEB = CRED)' TO CTB-HISTORICO.
           WRITE CTB-REGISTRO.
           CLOSE FOLHACTB-ARQ.
       8510-EXIT.
           EXIT.

      * 8530-LANCAR-ENCARGOS - um par debito de despesa/credito de
      * obrigacao para cada encargo patronal da competencia.
       8530-LANCAR-ENCARGOS.
           IF WS-TOTAL-ENC-INSS NOT = 0
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'DESP INSS EMPRESA' TO CTB-CONTA
               MOVE WS-TOTAL-ENC-INSS TO CTB-VALOR
               MOVE 'INSS PATRONAL DA COMPETENCIA' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'INSS EMPRESA A REC' TO CTB-CONTA
               MOVE WS-TOTAL-ENC-INSS TO CTB-VALOR
               MOVE 'INSS PATRONAL A RECOLHER' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-ENC-RAT NOT = 0
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'DESPESA RAT/FAP' TO CTB-CONTA
               MOVE WS-TOTAL-ENC-RAT TO CTB-VALOR
               MOVE 'RAT X FAP DA COMPETENCIA' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'RAT/FAP A RECOLHER' TO CTB-CONTA
               MOVE WS-TOTAL-ENC-RAT TO CTB-VALOR
               MOVE 'RAT X FAP A RECOLHER' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-ENC-TERC NOT = 0
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'DESPESA TERCEIROS' TO CTB-CONTA
               MOVE WS-TOTAL-ENC-TERC TO CTB-VALOR
               MOVE 'TERCEIROS/SISTEMA S' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
               PERFORM 8520-PREPARAR-LANCAMENTO THRU 8520-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'TERCEIROS A RECOLH' TO CTB-CONTA
               MOVE WS-TOTAL-ENC-TERC TO CTB-VALOR
               MOVE 'TERCEIROS A RECOLHER' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
       8530-EXIT.
           EXIT.

      * 8520-PREPARAR-LANCAMENTO - limpa o registro e preenche tipo e
      * competencia comuns a todos os lancamentos do lote.
       8520-PREPARAR-LANCAMENTO.
       8010-EXIT.
           EXIT.

      ******************************************************************
      * 8800-REGISTRAR-ESTATISTICAS - encerra a fase de finalizacao,
      * fecha a fase TOTAL DA EXECUCAO (do inicio da preparacao ate
      * aqui, com os funcionarios lidos do extrato), mostra no log a
      * quantidade e a duracao de cada fase e acrescenta um registro
      * por fase ao FOLHAEST (criado na primeira execucao), na mesma
      * serie do PREFOLHA. Sem o arquivo a folha vale do mesmo jeito
      * - so a serie historica fica sem esta execucao.
      ******************************************************************
       8800-REGISTRAR-ESTATISTICAS.
           MOVE WS-QTD-EXTRATO TO WS-REGISTROS-FASE.
           PERFORM 6150-ENCERRAR-FASE THRU 6150-EXIT.
           MOVE 'TOTAL DA EXECUCAO' TO WS-NOME-FASE.
           MOVE WS-CS-INICIO-EXECUCAO TO WS-CS-INICIO-FASE.
           MOVE WS-QTD-EXTRATO TO WS-REGISTROS-FASE.
           PERFORM 6150-ENCERRAR-FASE THRU 6150-EXIT.
           PERFORM 8810-MOSTRAR-FASE THRU 8810-EXIT
               VARYING WS-IDX-FASE FROM 1 BY 1
               UNTIL WS-IDX-FASE > WS-QTD-FASES.
           OPEN EXTEND FOLHAEST-ARQ.
           IF WS-FOLHAEST-STATUS = '05' OR WS-FOLHAEST-STATUS = '35'
               OPEN OUTPUT FOLHAEST-ARQ
           END-IF.
           IF WS-FOLHAEST-STATUS NOT = '00'
               DISPLAY 'RELAT: ERRO AO ABRIR FOLHAEST - STATUS '
                   WS-FOLHAEST-STATUS ' - ESTATISTICAS NAO GRAVADAS'
               GO TO 8800-EXIT
           END-IF.
           PERFORM 8820-GRAVAR-FASE THRU 8820-EXIT
               VARYING WS-IDX-FASE FROM 1 BY 1
               UNTIL WS-IDX-FASE > WS-QTD-FASES.
           CLOSE FOLHAEST-ARQ.
       8800-EXIT.
           EXIT.

       8810-MOSTRAR-FASE.
           MOVE WS-FASE-REGISTROS (WS-IDX-FASE) TO WS-REGISTROS-EDIT.
           COMPUTE WS-SEGUNDOS = WS-FASE-DURACAO (WS-IDX-FASE) / 100.
           MOVE WS-SEGUNDOS TO WS-SEGUNDOS-EDIT.
           DISPLAY 'RELAT: FASE ' WS-FASE-NOME (WS-IDX-FASE)
               ' REGISTROS ' WS-REGISTROS-EDIT
               ' SEGUNDOS ' WS-SEGUNDOS-EDIT.
       8810-EXIT.
           EXIT.

       8820-GRAVAR-FASE.
           MOVE SPACES TO ETX-REGISTRO.
           STRING WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:6) DELIMITED BY SIZE
                  INTO ETX-DATA-HORA
           END-STRING.
           MOVE 'RELAT'         TO ETX-PROGRAMA.
           MOVE WS-COMP-ANO     TO ETX-ANO.
           MOVE WS-COMP-MES     TO ETX-MES.
           MOVE WS-PARM-EMPRESA TO ETX-EMPRESA.
           MOVE WS-FASE-NOME (WS-IDX-FASE)      TO ETX-FASE.
           MOVE WS-FASE-REGISTROS (WS-IDX-FASE) TO ETX-REGISTROS.
           MOVE WS-FASE-DURACAO (WS-IDX-FASE)   TO ETX-DURACAO-CS.
           WRITE ETX-REGISTRO.
       8820-EXIT.
           EXIT.

      ******************************************************************
      * 7010-IMPRIMIR-SUBTOTAL-DEPTO - uma linha SUB1 por departamento
      * acumulado em WS-TAB-DEPTOS.
