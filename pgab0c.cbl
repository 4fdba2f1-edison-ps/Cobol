      *                                                             *
      *  Data da ultima alteracao:    09/08/26     v1.00            *
      *  Data da ultima alteracao:    02/09/26     v1.01 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.02 EPS        *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGAB0C".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 cab-vencimento            pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-situacao              pic x(09) value spaces.
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
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-rest-buffer.
      *
       lab-fim.
           move data-real to param-data.
           exit program.
      *
      ************************
