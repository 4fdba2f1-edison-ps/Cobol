      *  devolucao referenciando a NF original.                     *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE14".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
           move ent-deposito to ce03-deposito.
           move 0 to ce03-dep-destino.
           move ent-lote to ce03-lote.
           move 0 to ce03-ccusto.
           move 0 to ce03-custo.
           write reg-ce03 invalid key
                 move " Erro de gravacao - ARQCE03A.DAT - Tecle <Enter>
      -         "" to mensagem
