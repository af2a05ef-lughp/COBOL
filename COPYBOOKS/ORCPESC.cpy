      ******************************************************************
      * Copybook: ORCPESC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do orcamento de pessoal (ORCAMENTO), um
      *             registro por empresa, unidade orcamentaria e mes.
      *             A unidade e um departamento (tipo 'D', codigo do
      *             DEPTOS nas 4 primeiras posicoes) ou um centro de
      *             custo (tipo 'C', DEP-CENTRO-CUSTO), conforme a
      *             financas orce a empresa. Guarda o quadro aprovado,
      *             a massa salarial, os encargos (patronais e FGTS) e
      *             as horas extras do mes. Carregado do arquivo anual
      *             pelo ORCACARG ou digitado no CADORCA; o ORCAREAL
      *             compara com o realizado.
      ******************************************************************
       01  ORC-REGISTRO.
           05  ORC-CHAVE.
               10  ORC-EMPRESA        PIC 9(02).
               10  ORC-TIPO-UNIDADE   PIC X(01).
                   88  ORC-DEPARTAMENTO  VALUE 'D'.
                   88  ORC-CENTRO-CUSTO  VALUE 'C'.
                   88  ORC-TIPO-VALIDO   VALUE 'D' 'C'.
               10  ORC-UNIDADE        PIC X(08).
               10  ORC-COMPETENCIA.
                   15  ORC-ANO        PIC 9(04).
                   15  ORC-MES        PIC 9(02).
           05  ORC-QTD-PESSOAS        PIC 9(05).
           05  ORC-MASSA-SALARIAL     PIC 9(09)V99.
           05  ORC-ENCARGOS           PIC 9(09)V99.
           05  ORC-HORAS-EXTRAS       PIC 9(09)V99.
           05  ORC-ORIGEM             PIC X(01).
               88  ORC-CARGA-ANUAL    VALUE 'A'.
               88  ORC-DIGITADO       VALUE 'D'.
           05  ORC-DATA-ALTERACAO     PIC 9(08).
           05  ORC-OPERADOR           PIC X(08).
           05  FILLER                 PIC X(20).
