      *                               02/09/26     v1.02            *
      *                               02/09/26     v1.03            *
      *                               02/09/26     v1.04            *
      *                               15/10/26     v1.05            *
      *                               15/10/26     v1.06            *
      *                                                             *
      ***************************************************************
      * 
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGRC04".
          02 cb-versao                 pic x(06) value "v1.06 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-08                     pic x(08) value spaces.
          02 filler                    pic x(05) value spaces.
          02 agi-val-tot               pic zz.zzz.zzz.zz9,99 value 0.
          02 filler                    pic x(34) value spaces.
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
       01 jb01-status                  pic x(02) value "00".
          02 fcj-contas                pic 9(01).
          02 fcj-sigla                 pic x(04).
          02 filler                    pic x(165).
      *
       01 campo-entidade.
          02 ent-par-opcao             pic x(01) value spaces.
          02 ent-par-operacao          pic 9(03) value 0.
          02 ent-par-usr               pic x(10) value spaces.
          02 ent-par-prioridade        pic 9(01) value 0.
          02 ent-par-entidade          pic 9(01) value 0.
          02 ent-par-nome              pic x(40) value spaces.
          02 ent-par-cnpj              pic x(14) value spaces.
          02 ent-par-codigo            pic 9(05) value 0.
          02 ent-par-ok                pic x(01) value spaces.
      *
      *    Entidades que o usuario pode ver e total de cada uma
      *
       01 tab-rel-entidade.
          02 rel-ent-item              occurs 9.
             03 rel-ent-acesso         pic x(01).
             03 rel-ent-total          pic s9(11)v9(02).
       01 rel-ent-idx                  pic 9(02) comp-5 value 0.
       01 entidade-reg                 pic 9(01) value 0.
       01 rel-ent-lin.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(09) value "Entidade ".
          02 rel-ent-lin-cod           pic 9(01) value 0.
          02 filler                    pic x(03) value " - ".
          02 rel-ent-lin-nome          pic x(40) value spaces.
          02 rel-ent-lin-total         pic zz.zzz.zzz.zz9,99-.
      *
       copy wstab01.lib.
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
      *
      *    Chamada pela fila da cadeia (pgbt01): param-senha vem
      *    com low-value na frente (marca que nenhuma senha real
           perform rot-rest-buffer.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           move data-real to param-data.
           exit program.
      *
      ************************
           if erro = 0
              move filtros-conj to jb01-filtros
              move param-usr to jb01-usuario
              move data-real to jb01-data
              rewrite reg-jb01 invalid key
                      continue
              end-rewrite
              move spaces to jb01-agendado jb01-resultado
              move 0 to jb01-ult-exec jb01-hora-exec
              move param-usr to jb01-usuario
              move data-real to jb01-data
              write reg-jb01 invalid key
                    continue
              end-write
           end-if.
      *
      *    Acesso do usuario a entidade em ent-par-entidade
      *
       rot-entidade-usuario.
           move "U" to ent-par-opcao.
           move param-usr to ent-par-usr.
           move param-prioridade to ent-par-prioridade.
           call "rotent01" using campo-entidade.
      *
      *    Carrega o acesso do usuario as entidades e zera os
      *    totais por entidade do relatorio
      *
       rot-acesso-entidades.
           initialize tab-rel-entidade.
           move 1 to rel-ent-idx.
       rot-acesso-entidades-01.
           if rel-ent-idx > 9
              go to rot-acesso-entidades-fim
           end-if.
           move rel-ent-idx to ent-par-entidade.
           perform rot-entidade-usuario.
           move ent-par-ok to rel-ent-acesso (rel-ent-idx).
           add 1 to rel-ent-idx.
           go to rot-acesso-entidades-01.
       rot-acesso-entidades-fim.
           exit.
      *
      *    Posiciona rel-ent-idx na entidade do registro lido
      *    (entidade-reg; zero e a associacao)
      *
       rot-filtra-entidade.
           move entidade-reg to rel-ent-idx.
           if rel-ent-idx = 0
              move 1 to rel-ent-idx
           end-if.
      *
      *    Subtotais por entidade no final do relatorio
      *
       rot-imprime-entidades.
           move 1 to rel-ent-idx.
       rot-imprime-entidades-01.
           if rel-ent-idx > 9
              go to rot-imprime-entidades-fim
           end-if.
           if rel-ent-total (rel-ent-idx) not = 0
              move "N" to ent-par-opcao
              move rel-ent-idx to ent-par-entidade rel-ent-lin-cod
              call "rotent01" using campo-entidade
              move ent-par-nome to rel-ent-lin-nome
              move rel-ent-total (rel-ent-idx) to rel-ent-lin-total
              write reg-imp from rel-ent-lin after 1 line
              add 1 to linha
           end-if.
           add 1 to rel-ent-idx.
           go to rot-imprime-entidades-01.
       rot-imprime-entidades-fim.
           exit.
      *
       copy rotgen.lib.
      *
      *
       sec-consulta section.
       sec-cns-00.
           perform rot-acesso-entidades thru rot-acesso-entidades-fim.
           move 01 to box-col.
           move 03 to box-lin.
           move 78 to box-col-f.
           if bx01-chave = high-values
              go to lab-cns-01
           end-if.
           move bx01-entidade to entidade-reg.
           perform rot-filtra-entidade.
           if rel-ent-acesso (rel-ent-idx) not = "S"
              go to lab-cns-01
           end-if.
           perform rot-interrompe-console.
           if resposta = "F"
              move 27 to kbd2
           if rc01-situacao = "R"
              go to lab-cns-aging-01
           end-if.
           move rc01-entidade to entidade-reg.
           perform rot-filtra-entidade.
           if rel-ent-acesso (rel-ent-idx) not = "S"
              go to lab-cns-aging-01
           end-if.
           if rc01-codigo in rc01-chave < sele-codigo-i or
              rc01-codigo in rc01-chave > sele-codigo-f
              go to lab-cns-aging-01
      *
       sec-impressao section.
       lab-imp-00.
           perform rot-acesso-entidades thru rot-acesso-entidades-fim.
           perform rot-open-imp.
           if erro not = 0
              go to lab-imp-fim
           if bx01-chave = high-values
              go to lab-imp-01
           end-if.
           move bx01-entidade to entidade-reg.
           perform rot-filtra-entidade.
           if rel-ent-acesso (rel-ent-idx) not = "S"
              go to lab-imp-01
           end-if.
           perform rot-interrompe-impressora.
           if resposta = "F"
              move 27 to kbd2
           end-evaluate.
           if sele-contas not = 2
              add bx01-valor to sub-total total
              add bx01-valor to rel-ent-total (rel-ent-idx)
           end-if.
           go to lab-imp-01.
      * 
                               write reg-imp from tracos-i after 1 line
                            end-if
              end-evaluate
              if total not = 0
                 perform rot-imprime-entidades thru
                         rot-imprime-entidades-fim
              end-if
           end-if.
           if pagina not = 0
              write reg-imp from spaces after page
           if rc01-situacao = "R"
              go to lab-imp-aging-01
           end-if.
           move rc01-entidade to entidade-reg.
           perform rot-filtra-entidade.
           if rel-ent-acesso (rel-ent-idx) not = "S"
              go to lab-imp-aging-01
           end-if.
           if rc01-codigo in rc01-chave < sele-codigo-i or
              rc01-codigo in rc01-chave > sele-codigo-f
              go to lab-imp-aging-01
