      *  contabil do mes.                                           *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               15/10/26     v1.01   DATAPROC *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGPT02".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 linha                        pic 9(03) comp-5 value 0.
       01 tracos                       pic x(80) value all "-".
          02 filler                    pic x(22) value
             "Total da rodada.....:".
          02 cab-tot-depr              pic zz.zzz.zzz.zz9,99.
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
           move 0 to tot-bens tot-depr-rodada.
           perform rot-zera-op
                   varying op-idx from 1 by 1
           end-if.
      *
       lab-fim.
           move data-real to param-data.
           exit program.
      *
      ************************
