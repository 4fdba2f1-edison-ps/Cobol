      *                                                             *
      *  Data da ultima alteracao:    21/10/93     v1.00            *
      *  Data da ultima alteracao:    02/09/26     v1.01 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.02 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.03 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.04 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.05 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.06 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.07 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.08 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.09 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.10 EPS        *
      *                                                             *
      ***************************************************************
      * 
          02 cb-nome                   pic x(16) value
          "      EPS - Soft".
          02 cb-programa               pic x(08) value "PGSELE00".
          02 cb-versao                 pic x(06) value "v1.10 ".
          02 cb-data                   pic x(08) value spaces.
      *
       01 usuario                      pic x(10) value spaces.
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu3.
          02 menu-argum3               pic 9(02) comp-5 value 13.
          02 filler                    pic x(01) value low-values.
          02 menu-tam3                 pic 9(02) comp-5 value 17.
          02 filler                    pic x(01) value low-values.
             03 filler                 pic 9(02) comp-5 value 18.
             03 filler                 pic x(17) value
             "8-Atividade".
             03 filler                 pic 9(02) comp-5 value 53.
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic x(17) value
             "9-Copia Treino".
             03 filler                 pic 9(02) comp-5 value 53.
             03 filler                 pic 9(02) comp-5 value 20.
             03 filler                 pic x(17) value
             "10-Diario Atualiz".
             03 filler                 pic 9(02) comp-5 value 53.
             03 filler                 pic 9(02) comp-5 value 21.
             03 filler                 pic x(17) value
             "11-Data Process.".
             03 filler                 pic 9(02) comp-5 value 53.
             03 filler                 pic 9(02) comp-5 value 22.
             03 filler                 pic x(17) value
             "12-Resumo Saldos".
             03 filler                 pic 9(02) comp-5 value 53.
             03 filler                 pic 9(02) comp-5 value 23.
             03 filler                 pic x(17) value
             "13-Relat. Livre".
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu4.
          02 menu-argum4               pic 9(02) comp-5 value 14.
          02 filler                    pic x(01) value low-values.
          02 menu-tam4                 pic 9(02) comp-5 value 17.
          02 filler                    pic x(01) value low-values.
             03 filler                 pic 9(02) comp-5 value 20.
             03 filler                 pic x(17) value
             "10-Devol.Fornec.".
             03 filler                 pic 9(02) comp-5 value 24.
             03 filler                 pic 9(02) comp-5 value 21.
             03 filler                 pic x(17) value
             "11-Assinaturas".
             03 filler                 pic 9(02) comp-5 value 24.
             03 filler                 pic 9(02) comp-5 value 22.
             03 filler                 pic x(17) value
             "12-Contagem Cicl.".
             03 filler                 pic 9(02) comp-5 value 24.
             03 filler                 pic 9(02) comp-5 value 23.
             03 filler                 pic x(17) value
             "13-Kits".
             03 filler                 pic 9(02) comp-5 value 24.
             03 filler                 pic 9(02) comp-5 value 24.
             03 filler                 pic x(17) value
             "14-Emprestimos".
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu5.
           move 23 to box-col.
           move 10 to box-lin.
           move 41 to box-col-f.
           move 25 to box-lin-f.
           move "3" to box-borda.
           move 02 to box-cor-f.
           move 15 to box-cor-p.
                            when opc-aux = 10
                                 call "pgce14" using param-menu
                                 cancel "pgce14"
                            when opc-aux = 11
                                 call "pgpu01" using param-menu
                                 cancel "pgpu01"
                            when opc-aux = 12
                                 call "pgce15" using param-menu
                                 cancel "pgce15"
                            when opc-aux = 13
                                 call "pgce16" using param-menu
                                 cancel "pgce16"
                            when opc-aux = 14
                                 call "pgce17" using param-menu
                                 cancel "pgce17"
                   end-evaluate
                   display tela-rodape
                   if opc-aux not = -1
           move 52 to box-col.
           move 10 to box-lin.
           move 70 to box-col-f.
           move 24 to box-lin-f.
           move "3" to box-borda.
           move 02 to box-cor-f.
           move 15 to box-cor-p.
                            when opc-aux = 8
                                 call "pglg01" using param-menu
                                 cancel "pglg01"
                            when opc-aux = 9
                                 if usuario-acesso(4:1) = "N"
                                    perform rot-acesso-negado
                                 else
                                    call "pgtn01" using param-menu
                                    cancel "pgtn01"
                                 end-if
                            when opc-aux = 10
                                 if usuario-acesso(4:1) = "N"
                                    perform rot-acesso-negado
                                 else
                                    call "pgjn01" using param-menu
                                    cancel "pgjn01"
                                 end-if
                            when opc-aux = 11
                                 if usuario-acesso(4:1) = "N"
                                    perform rot-acesso-negado
                                 else
                                    call "pgdt01" using param-menu
                                    cancel "pgdt01"
                                 end-if
                            when opc-aux = 12
                                 if usuario-acesso(4:1) = "N"
                                    perform rot-acesso-negado
                                 else
                                    call "pgsm01" using param-menu
                                    cancel "pgsm01"
                                 end-if
                            when opc-aux = 13
                                 if usuario-acesso(4:1) = "N"
                                    perform rot-acesso-negado
                                 else
                                    call "pgrl01" using param-menu
                                    cancel "pgrl01"
                                 end-if
                   end-evaluate
                   display tela-rodape
                   if opc-aux not = -1
