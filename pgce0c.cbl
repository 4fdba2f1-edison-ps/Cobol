      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               02/09/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE0C".
          02 cb-versao                 pic x(06) value "v1.03 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 cnc-cliente                  pic 9(05) value 0.
       01 cnc-deposito                 pic 9(02) value 0.
       01 cnc-lote                     pic x(10) value spaces.
       01 cnc-ccusto                   pic 9(03) value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(12) value "Quantidade.:".
          02 req-quantidade            pic zzzz9 value 0.
          02 filler                    pic x(17) value
             "   Centro Custo: ".
          02 req-ccusto                pic 9(03) value 0.
      *
       01 req-linha-4.
          02 filler                    pic x(02) value spaces.
           end-if.
           write reg-imp from req-linha-2 after 1 line.
           move ce03-quantidade to req-quantidade.
           if ce03-ccusto numeric
              move ce03-ccusto to req-ccusto
           else
              move 0 to req-ccusto
           end-if.
           write reg-imp from req-linha-3 after 1 line.
           if ce03-cliente not = 0
              move ce03-cliente to cd01-codigo
              move 1 to cnc-deposito
           end-if.
           move ce03-lote to cnc-lote.
           if ce03-ccusto numeric
              move ce03-ccusto to cnc-ccusto
           else
              move 0 to cnc-ccusto
           end-if.
           move "REQ CANCELADA" to ce03-obs.
           move param-usr to ce03-usuario.
           move param-data to ce03-data.
           move cnc-deposito to ce03-deposito.
           move 0 to ce03-dep-destino.
           move cnc-lote to ce03-lote.
           move cnc-ccusto to ce03-ccusto.
           move 0 to ce03-custo.
           write reg-ce03 invalid key
                 move 1 to erro
           end-write.
