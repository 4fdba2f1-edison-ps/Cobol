      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               02/09/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGNG02".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 doc-corrente                 pic x(10) value spaces.
       01 prefixo-acordo               pic x(07) value spaces.
       01 elo-corrente                 pic 9(02) value 0.
      *
      *    Data de processamento controlada (rotdtp01); a data
      *    do sistema fica guardada e volta na saida
      *
       01 campo-data-proc.
          02 dtp-par-data              pic 9(05) value 0.
          02 dtp-par-usr               pic x(10) value spaces.
          02 dtp-par-alteracao         pic 9(05) value 0.
       01 data-real                    pic 9(05) value 0.
      *
       copy workgen.lib.
      *
       procedure division using param-menu.
      *
       lab-00.
           move param-data to data-real.
           call "rotdtp01" using campo-data-proc.
           cancel "rotdtp01".
           if dtp-par-data not = 0
              move dtp-par-data to param-data
           end-if.
           move 0 to tot-verificados tot-excluidos.
           open i-o arqng01.
           if ng01-status = "35"
           end-if.
      *
       lab-fim.
           move data-real to param-data.
           exit program.
      *
      ************************
