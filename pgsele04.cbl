      *                                                             *
      *  Data da ultima alteracao:    14/12/95     v1.00            *
      *  Data da ultima alteracao:    02/09/26     v1.01 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.02 CNAB240    *
      *  Data da ultima alteracao:    15/10/26     v1.03 APROVAC    *
      *  Data da ultima alteracao:    15/10/26     v1.04 VIAGEM     *
      *  Data da ultima alteracao:    15/10/26     v1.05 RPA        *
      *  Data da ultima alteracao:    15/10/26     v1.06 DIRF       *
      *  Data da ultima alteracao:    15/10/26     v1.07 PISCOFIN   *
      *  Data da ultima alteracao:    15/10/26     v1.08 DIARIO     *
      *  Data da ultima alteracao:    15/10/26     v1.09 ENCERRA    *
      *  Data da ultima alteracao:    15/10/26     v1.10 FUNDOS     *
      *  Data da ultima alteracao:    15/10/26     v1.11 ENTIDADE   *
      *  Data da ultima alteracao:    15/10/26     v1.12 LEADS      *
      *  Data da ultima alteracao:    15/10/26     v1.13 SEGREG     *
      *                                                             *
      ***************************************************************
      * 
          02 cb-nome                   pic x(18) value
          "ABAV - Informatica".
          02 cb-programa               pic x(08) value "PGSELE04".
          02 cb-versao                 pic x(06) value "v1.13 ".
          02 cb-data                   pic x(08) value spaces.
      *
       01 usuario                      pic x(10) value spaces.
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu2.
          02 menu-argum2               pic 9(02) comp-5 value 14.
          02 filler                    pic x(01) value low-values.
          02 menu-tam2                 pic 9(02) comp-5 value 17.
          02 filler                    pic x(01) value low-values.
             03 filler                 pic 9(02) comp-5 value 23.
             03 filler                 pic x(17) value
             "13-Imp.Cotacoes".
             03 filler                 pic 9(02) comp-5 value 11.
             03 filler                 pic 9(02) comp-5 value 24.
             03 filler                 pic x(17) value
             "14-Leads Estandes".
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu3.
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu4.
          02 menu-argum4               pic 9(02) comp-5 value 13.
          02 filler                    pic x(01) value low-values.
          02 menu-tam4                 pic 9(02) comp-5 value 23.
          02 filler                    pic x(01) value low-values.
             03 filler                 pic 9(02) comp-5 value 18.
             03 filler                 pic x(23) value "8-Contratos Reco
      -      "rrentes".
             03 filler                 pic 9(02) comp-5 value 33.
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic x(23) value "9-Pagamento Elet
      -      "ronico".
             03 filler                 pic 9(02) comp-5 value 33.
             03 filler                 pic 9(02) comp-5 value 20.
             03 filler                 pic x(23) value "10-Aprovacoes".
             03 filler                 pic 9(02) comp-5 value 33.
             03 filler                 pic 9(02) comp-5 value 21.
             03 filler                 pic x(23) value "11-Adiant. Viag
      -      "em".
             03 filler                 pic 9(02) comp-5 value 33.
             03 filler                 pic 9(02) comp-5 value 22.
             03 filler                 pic x(23) value "12-RPA Autono
      -      "mos".
             03 filler                 pic 9(02) comp-5 value 33.
             03 filler                 pic 9(02) comp-5 value 23.
             03 filler                 pic x(23) value "13-Fiscal/Conta
      -      "bil".
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu5.
             03 filler                 pic x(22) value 
             "1-Rateio de Taxas".
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu6.
          02 menu-argum6               pic 9(02) comp-5 value 07.
          02 filler                    pic x(01) value low-values.
          02 menu-tam6                 pic 9(02) comp-5 value 18.
          02 filler                    pic x(01) value low-values.
          02 menu-cor-f6               pic 9(02) comp-5 value 01.
          02 filler                    pic x(01) value low-values.
          02 menu-cor-p6               pic 9(02) comp-5 value 02.
          02 filler                    pic x(01) value low-values.
          02 menu-cor-fb6              pic 9(02) comp-5 value 03.
          02 filler                    pic x(01) value low-values.
          02 menu-cor-pb6              pic 9(02) comp-5 value 14.
          02 filler                    pic x(01) value low-values.
          02 menu-dados6.
             03 menu-sentido6          pic x(01) value "V".
             03 menu-pos6              pic 9(02) comp-5 value 0.
             03 filler                 pic x(01) value x"b3".
             03 filler                 pic 9(02) comp-5 value 59.
             03 filler                 pic 9(02) comp-5 value 11.
             03 filler                 pic x(18) value
             "1-DIRF/Informes".
             03 filler                 pic 9(02) comp-5 value 59.
             03 filler                 pic 9(02) comp-5 value 12.
             03 filler                 pic x(18) value
             "2-PIS/COFINS".
             03 filler                 pic 9(02) comp-5 value 59.
             03 filler                 pic 9(02) comp-5 value 13.
             03 filler                 pic x(18) value
             "3-Livro Diario".
             03 filler                 pic 9(02) comp-5 value 59.
             03 filler                 pic 9(02) comp-5 value 14.
             03 filler                 pic x(18) value
             "4-Encerramento".
             03 filler                 pic 9(02) comp-5 value 59.
             03 filler                 pic 9(02) comp-5 value 15.
             03 filler                 pic x(18) value
             "5-Fundos Restritos".
             03 filler                 pic 9(02) comp-5 value 59.
             03 filler                 pic 9(02) comp-5 value 16.
             03 filler                 pic x(18) value
             "6-Entidades".
             03 filler                 pic 9(02) comp-5 value 59.
             03 filler                 pic 9(02) comp-5 value 17.
             03 filler                 pic x(18) value
             "7-Segreg. Funcoes".
          02 filler                    pic x(01) value low-values.
      *
       01 param-menu.
          02 param-usr                 pic x(10) value spaces.
           move 10 to box-col.
           move 10 to box-lin.
           move 28 to box-col-f.
           move 25 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
                            when opc-aux = 13
                                 call "pgco02" using param-menu
                                 cancel "pgco02"
                            when opc-aux = 14
                                 call "pgex05" using param-menu
                                 cancel "pgex05"
                   end-evaluate
                   display tela-rodape
                   if opc-aux not = -1
           move 32 to box-col.
           move 10 to box-lin.
           move 56 to box-col-f.
           move 24 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
                            when opc-aux = 8
                                 call "pgcn01" using param-menu
                                 cancel "pgcn01"
                            when opc-aux = 9
                                 call "pgre05" using param-menu
                                 cancel "pgre05"
                            when opc-aux = 10
                                 call "pgav01" using param-menu
                                 cancel "pgav01"
                            when opc-aux = 11
                                 call "pgvg01" using param-menu
                                 cancel "pgvg01"
                            when opc-aux = 12
                                 call "pgra01" using param-menu
                                 cancel "pgra01"
                            when opc-aux = 13
                                 perform rot-fiscal
                                 move 0 to opc-aux
                   end-evaluate
                   display tela-rodape
                   if opc-aux not = -1
                      display tela-rodape
                   end-if
           end-perform.
      *
       rot-fiscal.
           move 57 to box-col.
           move 10 to box-lin.
           move 78 to box-col-f.
           move 18 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
           perform rot-box.
           move 0 to opc-aux.
           perform until opc-aux = -1
                   call "C_Menu" using by value menu-argum6
                                       by value menu-tam6
                                       by value menu-cor-f6
                                       by value menu-cor-p6
                                       by value menu-cor-fb6
                                       by value menu-cor-pb6
                                       by reference menu-dados6
                   move return-code to opc-aux
                   add 1 to box-col-f box-lin-f
                   perform rot-save-buffer2
                   evaluate true
                            when opc-aux = 1
                                 call "pgdf01" using param-menu
                                 cancel "pgdf01"
                            when opc-aux = 2
                                 call "pgpc01" using param-menu
                                 cancel "pgpc01"
                            when opc-aux = 3
                                 call "pgld01" using param-menu
                                 cancel "pgld01"
                            when opc-aux = 4
                                 call "pgct03" using param-menu
                                 cancel "pgct03"
                            when opc-aux = 5
                                 call "pgfd01" using param-menu
                                 cancel "pgfd01"
                            when opc-aux = 6
                                 call "pgen01" using param-menu
                                 cancel "pgen01"
                            when opc-aux = 7
                                 call "pgsd01" using param-menu
                                 cancel "pgsd01"
                   end-evaluate
                   display tela-rodape
                   if opc-aux not = -1
                      perform rot-rest-buffer2
                      display tela-rodape
                   end-if
           end-perform.
      *
       rot-back.
           move 0 to box-col box-lin.
