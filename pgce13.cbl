      *  sai com o raciocinio (saldo, minimo, consumo medio).       *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE13".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
           move 0 to pc01-qtd-recebida.
           move ult-preco to pc01-preco.
           compute pc01-entrega = param-data + 30.
           move "P" to pc01-situacao.
           move param-usr to pc01-usuario.
           move param-data to pc01-data.
           write reg-pc01 invalid key
