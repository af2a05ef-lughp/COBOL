      ******************************************************************
      * Copybook: PENSHC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do historico de pensoes alimenticias pagas
      *             (PENSHIS) - um registro por decisao (matricula e
      *             sequencia do PENSJUD), competencia e tipo de folha
      *             ('M' mensal, 'T' 13o salario), gravado no
      *             fechamento oficial. Guarda a copia dos dados do
      *             beneficiario usados no pagamento, para o credito
      *             no arquivo bancario (EXPFUNC) e o informe anual
      *             (INFORMEA) nao dependerem de alteracoes posteriores
      *             no cadastro das decisoes.
      ******************************************************************
       01  PSH-REGISTRO.
           05  PSH-CHAVE.
               10  PSH-MATRICULA      PIC 9(06).
               10  PSH-SEQUENCIA      PIC 9(02).
               10  PSH-COMPETENCIA.
                   15  PSH-ANO        PIC 9(04).
                   15  PSH-MES        PIC 9(02).
               10  PSH-TIPO-FOLHA     PIC X(01).
                   88  PSH-FOLHA-MENSAL VALUE 'M'.
                   88  PSH-FOLHA-13   VALUE 'T'.
           05  PSH-EMPRESA            PIC 9(02).
           05  PSH-BENEF-NOME         PIC X(30).
           05  PSH-BENEF-CPF          PIC 9(11).
           05  PSH-BANCO              PIC 9(03).
           05  PSH-AGENCIA            PIC 9(05).
           05  PSH-CONTA              PIC 9(10).
           05  PSH-CONTA-DV           PIC X(01).
           05  PSH-VALOR              PIC S9(07)V99.
           05  PSH-DATA-LANCAMENTO    PIC 9(08).
           05  FILLER                 PIC X(10).
