      *                                                             *
      *  Data da ultima alteracao:    16/11/93     v1.00            *
      *  Data da ultima alteracao:    02/09/26     v1.01 EPS        *
      *                               15/10/26     v1.02   FAIXA    *
      *                               15/10/26     v1.03   DESCONTO *
      *                               15/10/26     v1.04   ISENCAO  *
      *                               15/10/26     v1.05   PROPOSTA *
      *                               15/10/26     v1.06   PROSPECT *
      *                               15/10/26     v1.07   PDD      *
      *                               15/10/26     v1.08   QUITACAO *
      *                               15/10/26     v1.09   CARTAO   *
      *                               15/10/26     v1.10   NFSE     *
      *                               15/10/26     v1.11   ADMACM   *
      *                               15/10/26     v1.12   REEMBOLS *
      *                               15/10/26     v1.13   LIMITE   *
      *                               15/10/26     v1.14   COMISSAO *
      *                               15/10/26     v1.15   OUVIDOR  *
      *                               15/10/26     v1.16   COMITES  *
      *                               15/10/26     v1.17   PORTAL   *
      *                               15/10/26     v1.18   E-MAIL   *
      *                               15/10/26     v1.19   PATROCIN *
      *                               15/10/26     v1.20   CANCELAM *
      *                               15/10/26     v1.21   RODADAS  *
      *                               15/10/26     v1.22   JURIDICO *
      *                               15/10/26     v1.23   LGPD     *
      *                                                             *
      ***************************************************************
      * 
          02 cb-nome                   pic x(18) value
          "ABAV - Informatica".
          02 cb-programa               pic x(08) value "PGSELE01".
          02 cb-versao                 pic x(06) value "v1.23 ".
          02 cb-data                   pic x(08) value spaces.
      *
       01 usuario                      pic x(10) value spaces.
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu4.
          02 menu-argum4               pic 9(02) comp-5 value 14.
          02 filler                    pic x(01) value low-values.
          02 menu-tam4                 pic 9(02) comp-5 value 23.
          02 filler                    pic x(01) value low-values.
             03 filler                 pic 9(02) comp-5 value 21.
             03 filler                 pic x(23) value "11-Estacao Caixa
      -      "".
             03 filler                 pic 9(02) comp-5 value 33.
             03 filler                 pic 9(02) comp-5 value 22.
             03 filler                 pic x(23) value "12-Decl. Quitaca
      -      "o".
             03 filler                 pic 9(02) comp-5 value 33.
             03 filler                 pic 9(02) comp-5 value 23.
             03 filler                 pic x(23) value "13-Cartoes".
             03 filler                 pic 9(02) comp-5 value 33.
             03 filler                 pic 9(02) comp-5 value 24.
             03 filler                 pic x(23) value "14-NFS-e Servic
      -      "os".
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu5.
          02 menu-argum5               pic 9(02) comp-5 value 12.
          02 filler                    pic x(01) value low-values.
          02 menu-tam5                 pic 9(04) comp-5 value 22.
          02 filler                    pic x(01) value low-values.
             03 filler                 pic 9(02) comp-5 value 18.
             03 filler                 pic x(22) value
             "8-Carne de Pagamento".
             03 filler                 pic 9(02) comp-5 value 22.
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic x(22) value
             "9-Declar. Receita".
             03 filler                 pic 9(02) comp-5 value 22.
             03 filler                 pic 9(02) comp-5 value 20.
             03 filler                 pic x(22) value
             "10-Isencao Mensalidade".
             03 filler                 pic 9(02) comp-5 value 22.
             03 filler                 pic 9(02) comp-5 value 21.
             03 filler                 pic x(22) value
             "11-Limite Cred.Balcao".
             03 filler                 pic 9(02) comp-5 value 22.
             03 filler                 pic 9(02) comp-5 value 22.
             03 filler                 pic x(22) value
             "12-Comissao Receptivo".
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu6.
          02 menu-argum6               pic 9(02) comp-5 value 14.
          02 filler                    pic x(01) value low-values.
          02 menu-tam6                 pic 9(02) comp-5 value 23.
          02 filler                    pic x(01) value low-values.
             03 filler                 pic 9(02) comp-5 value 45.
             03 filler                 pic 9(02) comp-5 value 21.
             03 filler                 pic x(23) value "11-Hospedagem".
             03 filler                 pic 9(02) comp-5 value 45.
             03 filler                 pic 9(02) comp-5 value 22.
             03 filler                 pic x(23) value "12-Patrocinios".
             03 filler                 pic 9(02) comp-5 value 45.
             03 filler                 pic 9(02) comp-5 value 23.
             03 filler                 pic x(23) value "13-Cancelamento
      -      "s".
             03 filler                 pic 9(02) comp-5 value 45.
             03 filler                 pic 9(02) comp-5 value 24.
             03 filler                 pic x(23) value "14-Rodadas Nego
      -      "cios".
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu7.
          02 menu-argum7               pic 9(02) comp-5 value 08.
          02 filler                    pic x(01) value low-values.
          02 menu-tam7                 pic 9(02) comp-5 value 16.
          02 filler                    pic x(01) value low-values.
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 20.
             03 filler                 pic x(16) value "7-Fax".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 21.
             03 filler                 pic x(16) value "8-E-mail".
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu8.
          02 menu-argum8               pic 9(02) comp-5 value 13.
          02 filler                    pic x(01) value low-values.
          02 menu-tam8                 pic 9(02) comp-5 value 17.
          02 filler                    pic x(01) value low-values.
             03 menu-pos8              pic 9(02) comp-5 value 0.
             03 filler                 pic x(01) value x"b3".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 12.
             03 filler                 pic x(17) value "1-Consorciadas".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 13.
             03 filler                 pic x(17) value "2-Cidades".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 14.
             03 filler                 pic x(17) value "3-Cias. Aereas".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 15.
             03 filler                 pic x(17) value "4-T.K.T.'S".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 16.
             03 filler                 pic x(17) value "5-Rel. Balcao".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 17.
             03 filler                 pic x(17) value "6-Rel. T.K.T.'S
      -      " ".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 18.
             03 filler                 pic x(17) value "7-Backup ".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic x(17) value "8-Restore ".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 20.
             03 filler                 pic x(17) value "9-Manifesto".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 21.
             03 filler                 pic x(17) value "10-Tarifas".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 22.
             03 filler                 pic x(17) value "11-Vendas BSP".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 23.
             03 filler                 pic x(17) value "12-ADM/ACM".
             03 filler                 pic 9(02) comp-5 value 19.
             03 filler                 pic 9(02) comp-5 value 24.
             03 filler                 pic x(17) value "13-Reembolsos".
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu9.
          02 menu-argum9               pic 9(02) comp-5 value 21.
          02 filler                    pic x(01) value low-values.
          02 menu-tam9                 pic 9(02) comp-5 value 18.
          02 filler                    pic x(01) value low-values.
             03 filler                 pic 9(02) comp-5 value 24.
             03 filler                 pic x(18) value
             "14-Duplicados".
             03 filler                 pic 9(02) comp-5 value 51.
             03 filler                 pic 9(02) comp-5 value 11.
             03 filler                 pic x(18) value
             "15-Propostas Assoc".
             03 filler                 pic 9(02) comp-5 value 51.
             03 filler                 pic 9(02) comp-5 value 12.
             03 filler                 pic x(18) value
             "16-Prospects".
             03 filler                 pic 9(02) comp-5 value 51.
             03 filler                 pic 9(02) comp-5 value 13.
             03 filler                 pic x(18) value
             "17-Ouvidoria".
             03 filler                 pic 9(02) comp-5 value 51.
             03 filler                 pic 9(02) comp-5 value 14.
             03 filler                 pic x(18) value
             "18-Comites".
             03 filler                 pic 9(02) comp-5 value 51.
             03 filler                 pic 9(02) comp-5 value 15.
             03 filler                 pic x(18) value
             "19-Portal Web".
             03 filler                 pic 9(02) comp-5 value 51.
             03 filler                 pic 9(02) comp-5 value 16.
             03 filler                 pic x(18) value
             "20-Proc. Judiciais".
             03 filler                 pic 9(02) comp-5 value 51.
             03 filler                 pic 9(02) comp-5 value 17.
             03 filler                 pic x(18) value
             "21-LGPD Dados Pess".
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu10.
          02 menu-argum10              pic 9(02) comp-5 value 14.
          02 filler                    pic x(01) value low-values.
          02 menu-tam10                pic 9(02) comp-5 value 22.
          02 filler                    pic x(01) value low-values.
             03 filler                 pic 9(02) comp-5 value 23.
             03 filler                 pic x(22) value
             "13-Creditos Associado".
             03 filler                 pic 9(02) comp-5 value 41.
             03 filler                 pic 9(02) comp-5 value 24.
             03 filler                 pic x(22) value
             "14-Desc. Antecipacao".
          02 filler                    pic x(01) value low-values.
      *
       01 campo-menu11.
          02 menu-argum11              pic 9(02) comp-5 value 14.
          02 filler                    pic x(01) value low-values.
          02 menu-tam11                pic 9(02) comp-5 value 22.
          02 filler                    pic x(01) value low-values.
             03 filler                 pic 9(02) comp-5 value 23.
             03 filler                 pic x(22) value
             "13-Livro Gerencial".
             03 filler                 pic 9(02) comp-5 value 41.
             03 filler                 pic 9(02) comp-5 value 24.
             03 filler                 pic x(22) value
             "14-Provisao PDD".
          02 filler                    pic x(01) value low-values.
      *
       01 param-menu.
           move 21 to box-col.
           move 10 to box-lin.
           move 44 to box-col-f.
           move 23 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
                            when opc-aux = 8
                                 call "pgft08" using param-menu
                                 cancel "pgft08"
                            when opc-aux = 9
                                 call "pgdr01" using param-menu
                                 cancel "pgdr01"
                            when opc-aux = 10
                                 call "pgis01" using param-menu
                                 cancel "pgis01"
                            when opc-aux = 11
                                 call "pglc01" using param-menu
                                 cancel "pglc01"
                            when opc-aux = 12
                                 call "pgcm01" using param-menu
                                 cancel "pgcm01"
                   end-evaluate
                   display tela-rodape
                   if opc-aux not = -1
           move 32 to box-col.
           move 10 to box-lin.
           move 56 to box-col-f.
           move 25 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
                            when opc-aux = 11
                                 call "pgec01" using param-menu
                                 cancel "pgec01"
                            when opc-aux = 12
                                 call "pgqd01" using param-menu
                                 cancel "pgqd01"
                            when opc-aux = 13
                                 call "pgca01" using param-menu
                                 cancel "pgca01"
                            when opc-aux = 14
                                 call "pgns01" using param-menu
                                 cancel "pgns01"
      *                      when opc-aux = 7

                   end-evaluate
           move 44 to box-col.
           move 10 to box-lin.
           move 68 to box-col-f.
           move 25 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
                            when opc-aux = 11
                                 call "pghb01" using param-menu
                                 cancel "pghb01"
                            when opc-aux = 12
                                 call "pgqt01" using param-menu
                                 cancel "pgqt01"
                            when opc-aux = 13
                                 call "pgsl07" using param-menu
                                 cancel "pgsl07"
                            when opc-aux = 14
                                 call "pgrd01" using param-menu
                                 cancel "pgrd01"
                   end-evaluate
                   display tela-rodape
                   if opc-aux not = -1
           move 18 to box-col.
           move 13 to box-lin.
           move 35 to box-col-f.
           move 22 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
                            when opc-aux = 7
                                 call "pgfx01" using param-menu
                                 cancel "pgfx01"
                            when opc-aux = 8
                                 call "pgml01" using param-menu
                                 cancel "pgml01"
                   end-evaluate
                   display tela-rodape
                   if opc-aux not = -1
       rot-rotinas-ab.
           move 29 to box-col.
           move 10 to box-lin.
           move 70 to box-col-f.
           move 25 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
                            when opc-aux = 14
                                 call "pgdp01" using param-menu
                                 cancel "pgdp01"
                            when opc-aux = 15
                                 call "pgpp01" using param-menu
                                 cancel "pgpp01"
                            when opc-aux = 16
                                 call "pgps01" using param-menu
                                 cancel "pgps01"
                            when opc-aux = 17
                                 call "pgov01" using param-menu
                                 cancel "pgov01"
                            when opc-aux = 18
                                 call "pgtc01" using param-menu
                                 cancel "pgtc01"
                            when opc-aux = 19
                                 call "pgwb01" using param-menu
                                 cancel "pgwb01"
                            when opc-aux = 20
                                 call "pgpj01" using param-menu
                                 cancel "pgpj01"
                            when opc-aux = 21
                                 call "pglp01" using param-menu
                                 cancel "pglp01"
                   end-evaluate
                   display tela-rodape
                   if opc-aux not = -1
           move 40 to box-col.
           move 10 to box-lin.
           move 64 to box-col-f.
           move 25 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
                            when opc-aux = 13
                                 call "pgcr01" using param-menu
                                 cancel "pgcr01"
                            when opc-aux = 14
                                 call "pgdc01" using param-menu
                                 cancel "pgdc01"
                   end-evaluate
                   display tela-rodape
                   if opc-aux not = -1
           move 40 to box-col.
           move 10 to box-lin.
           move 64 to box-col-f.
           move 25 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
                            when opc-aux = 13
                                 call "pglv01" using param-menu
                                 cancel "pglv01"
                            when opc-aux = 14
                                 call "pgpv01" using param-menu
                                 cancel "pgpv01"
                   end-evaluate
                   display tela-rodape
                   if opc-aux not = -1
      *
       rot-balcao.
           move 18 to box-col.
           move 11 to box-lin.
           move 36 to box-col-f.
           move 25 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
                            when opc-aux = 11
                                 call "pgab20" using param-menu
                                 cancel "pgab20"
                            when opc-aux = 12
                                 call "pgam01" using param-menu
                                 cancel "pgam01"
                            when opc-aux = 13
                                 call "pgrb01" using param-menu
                                 cancel "pgrb01"
                   end-evaluate
                   display tela-rodape
                   if opc-aux not = -1
