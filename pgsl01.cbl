      *                               02/09/26     v1.01   EVENTO   *
      *                               23/03/94     v1.01            *
      *                               07/05/95     v1.02            *
      *                               15/10/26     v1.04   LEADS    *
      *                                                             *
      ***************************************************************
      * 
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGSL01".
          02 cb-versao                 pic x(06) value "v1.04 ".
      *
       01 limpa                        pic x(45) value spaces.
       01 limpa-aux                    pic x(15) value spaces.
           move "N" to etiqueta.
           perform rot-move-sl01.
           move 0 to sl01-data-checkin sl01-hora-checkin.
           move spaces to sl01-compartilha.
           write reg-sl01 invalid key 
                 move 1 to erro
                 move " Erro de gravacao - ARQSL01A.DAT - Tecle <Enter>"
           rewrite reg-sl01.
           unlock arqsl01 record.
           perform rot-move-sl01.
           move spaces to sl01-compartilha.
           write reg-sl01 invalid key
                 move 1 to erro
           end-write.
           move "N" to etiqueta.
           perform rot-move-sl01.
           move 0 to sl01-data-checkin sl01-hora-checkin.
           move spaces to sl01-compartilha.
           write reg-sl01 invalid key 
                 move 1 to erro
                 move " Erro de gravacao - ARQSL01A.DAT - Tecle <Enter>"
