      ******************************************************************
      * Copybook: MCPLINKC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Area de parametros da subrotina MASCCPF, que monta
      *             o CPF mascarado para os relatorios internos
      *             (***.456.789-**): so os seis digitos do meio
      *             aparecem. CPF zerado volta como 'SEM CPF'.
      ******************************************************************
       01  MCP-PARAMETROS.
           05  MCP-CPF                PIC 9(11).
           05  MCP-CPF-MASCARADO      PIC X(14).
