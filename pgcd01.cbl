      *  Manutencao do cadastro :                                   *
      *                                                             *
      *  Data da ultima alteracao:    26/10/93     v1.00            *
      *                               15/10/26     v1.01            *
      *                                                             *
      ***************************************************************
      * 
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCD01".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa-45                     pic x(45) value spaces.
       01 limpa-15       	       pic x(15) value spaces.
           perform rot-move-cd01.
           move spaces to cd01-end-status.
           move 0 to cd01-dev-data cd01-dev-motivo.
           move spaces to cd01-forma-pgto cd01-agencia-dv
                          cd01-conta-dv.
           move 0 to cd01-banco cd01-agencia cd01-conta.
           write reg-cd01 invalid key 
                 move 1 to erro
                 move " Erro de gravacao - ARQCD01A.DAT - Tecle <Enter>"
