      *                               23/10/93     v1.01            *
      *                               16/06/95     v1.02            *
      *                               12/12/97     v1.03            *
      *                               15/10/26     v1.04   APROVAC. *
      *                               15/10/26     v1.05   ENTIDADE *
      *                               15/10/26     v1.06   SEGREG   *
      *                                                             *
      ***************************************************************
      * 
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGUSR01".
          02 cb-versao                 pic x(06) value "v1.06 ".
      *
       01 campos.
          02 usuario                   pic x(10) value spaces.
              end-if
           end-if.
           perform rot-move-usr.
           move 0 to usr-limite-re usr-limite-pc.
           move "S" to usr-entidades.
           move spaces to usr-funcoes.
           write reg-usr invalid key 
                 move 1 to erro
                 move " Erro de gravacao - ARQUSR00.DAT - Tecle <Enter>"
           unlock arqusr record.
           perform display-tela-04.
           exit.

