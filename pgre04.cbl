      *  totais p/ o assinante dos cheques e, na confirmacao,       *
      *  baixa os titulos incluidos no ARQBE01 em lote, todos       *
      *  amarrados ao numero do bordero (serie tipo 10 "BORD").     *
      *  Titulo de fornecedor com pagamento eletronico e portador   *
      *  com convenio (tipo 42) nao e baixado aqui: fica marcado    *
      *  no bordero p/ a remessa CNAB 240 do pgre05.                *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               02/09/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                               15/10/26     v1.04            *
      *                               15/10/26     v1.05            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGRE04".
          02 cb-versao                 pic x(06) value "v1.05 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
      *
       01 campos.
          02 sele-venc                 pic 9(06) value 0.
          02 sele-entidade             pic 9(01) value 0.
          02 venc-corr                 pic 9(06) value 0.
          02 venc-disp                 pic x(08) value spaces.
          02 baixa                     pic 9(06) value 0.
             03 brd-iss                pic 9(09)v9(02).
             03 brd-liquido            pic 9(11)v9(02).
             03 brd-ccusto             pic 9(03).
             03 brd-entidade           pic 9(01).
             03 brd-usuario            pic x(10).
      *
       01 brd-port-atual               pic 9(03) value 0.
       01 brd-port-menor               pic 9(04) comp-5 value 0.
       01 brd-tot-port                 pic 9(11)v9(02) value 0.
       01 brd-qtd-port                 pic 9(03) value 0.
       01 flag-overflow                pic x(01) value "N".
       01 flag-convenio                pic x(01) value "N".
      *
       01 cont-brd.
          02 tot-baixados              pic 9(05) value 0.
          02 tot-valor-pago            pic 9(11)v9(02) value 0.
          02 tot-eletronicos           pic 9(05) value 0.
          02 tot-valor-eletr           pic 9(11)v9(02) value 0.
      *
       01 disp-brd.
          02 disp-baixados             pic zzzz9 value 0.
          02 disp-valor-pago           pic zz.zzz.zzz.zz9,99.
          02 disp-eletronicos          pic zzzz9 value 0.
          02 disp-valor-eletr          pic zz.zzz.zzz.zz9,99.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 cab-vencimento            pic x(08) value spaces.
          02 filler                    pic x(05) value spaces.
          02 cab-valor                 pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-forma                 pic x(10) value spaces.
      *
       01 cab-tot.
          02 filler                    pic x(20) value
       01 cab-assina.
          02 filler                    pic x(40) value
             "Assinatura: ___________________________".
      *
       01 campo-jornal.
          02 jor-programa              pic x(08) value spaces.
          02 jor-usuario               pic x(10) value spaces.
          02 jor-data                  pic 9(05) value 0.
          02 jor-arquivo               pic x(08) value spaces.
          02 jor-operacao              pic x(01) value spaces.
          02 jor-chave                 pic x(40) value spaces.
          02 jor-tamanho               pic 9(04) value 0.
          02 jor-antes                 pic x(500) value spaces.
          02 jor-depois                pic x(500) value spaces.
          02 jor-ok                    pic x(01) value spaces.
      *
       copy workgen.lib.
      *    Retencao na fonte (tabela 26 por operacao): o bordero
       01 taxa-iss redefines taxa-iss-x pic 9(02)v9(02).
       01 ret-minimo-x                 pic x(11) value zeros.
       01 ret-minimo redefines ret-minimo-x pic 9(09)v9(02).
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
       copy wstab01.lib.
      *
             highlight value "Bordero de Pagamento".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Vencimento ate.......:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Entidade.............:".
      *
       01 tela-02.
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Valor total pago..............:".
          02 line 15 column 43 foreground-color 15 background-color 01
             pic zz.zzz.zzz.zz9,99 from disp-valor-pago.
          02 line 16 column 10 foreground-color 06 background-color 01
             highlight value "Titulos p/ remessa eletronica.:".
          02 line 16 column 43 foreground-color 15 background-color 01
             pic zzzz9 from disp-eletronicos.
          02 line 17 column 10 foreground-color 06 background-color 01
             highlight value "Valor p/ remessa eletronica...:".
          02 line 17 column 43 foreground-color 15 background-color 01
             pic zz.zzz.zzz.zz9,99 from disp-valor-eletr.
      *
       01 tela-mensagem-cad.
          02 line 22 column 05 foreground-color 07 background-color 01
           perform rot-rest-buffer.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           exit program.
      *
      ************************
                   valor-ret - retencao-irrf - retencao-iss.
       rot-calcula-retencao-fim.
           exit.
      *
      *    Acesso do usuario a entidade em ent-par-entidade
      *
       rot-entidade-usuario.
           move "U" to ent-par-opcao.
           move param-usr to ent-par-usr.
           move param-prioridade to ent-par-prioridade.
           call "rotent01" using campo-entidade.
      *
       rot-erro-entidade.
           move " Usuario sem acesso a entidade - Tecle <Enter>"
                to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
      *
      *    Diario de atualizacoes (rotjn01): imagem antes em
      *    jor-antes (regravacao), operacao em jor-operacao; a
      *    mesma area atualiza o resumo mensal (rotsm01)
      *
       rot-jornal.
           move cb-programa to jor-programa.
           move param-usr to jor-usuario.
           move param-data to jor-data.
           call "rotjn01" using campo-jornal.
           call "rotsm01" using campo-jornal.
           move spaces to jor-antes jor-depois.
      *
       rot-jn-re01.
           move "ARQRE01A" to jor-arquivo.
           move re01-chave to jor-chave.
           move 174 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-re01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-re01 to jor-depois
                    when other
                         move reg-re01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       rot-jn-be01.
           move "ARQBE01A" to jor-arquivo.
           move be01-chave to jor-chave.
           move 202 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-be01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-be01 to jor-depois
                    when other
                         move reg-be01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       copy rotgen.lib.
      *
           move data-disp to venc-disp.
           move dias-corr to venc-corr.
           perform dsp-venc.
      *
      *    Bordero e de uma entidade so (conta bancaria propria)
      *
       lab-sele-01-1.
           move 1 to sele-entidade.
           perform lmp-entidade.
           perform acc-entidade.
           if escape-key = 1
              perform lmp-entidade
              go to lab-sele-01
           end-if.
           move sele-entidade to ent-par-entidade.
           perform rot-entidade-usuario.
           if ent-par-ok not = "S"
              perform rot-erro-entidade
              display tela-limpa-cad
              go to lab-sele-01-1
           end-if.
           perform dsp-entidade.
      *
       lab-sele-02.
           move "Confirma a selecao dos titulos (S) (N) ?" to mensagem.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-sele-01-1
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-venc thru lmp-entidade
              go to lab-sele-01
           else
              if resposta not = "S"
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              perform lmp-venc thru lmp-entidade
              go to lab-sele-01
           end-if.
           perform sec-inclui.
           if escape-key = 1
              display tela-limpa-cad
              perform lmp-venc thru lmp-entidade
              go to lab-sele-01
           end-if.
           perform sec-imprime-baixa.
           display tela-03.
           perform rot-keypress.
           display tela-limpa-cad.
           perform lmp-venc thru lmp-entidade.
           go to lab-sele-01.
      *
       lab-sele-fim.
           perform lmp-venc thru lmp-entidade.
           exit.
      *
      ************************
           if re01-vencimento > venc-corr
              go to lab-car-01
           end-if.
           if re01-pgto-sit = "B" or "R"
              go to lab-car-01
           end-if.
           if re01-entidade not = sele-entidade
              go to lab-car-01
           end-if.
           if brd-qtd >= 200
              move "S" to flag-overflow
              go to lab-car-fim
           else
              move 0 to brd-ccusto (brd-qtd)
           end-if.
           move re01-entidade to brd-entidade (brd-qtd).
           move re01-usuario to brd-usuario (brd-qtd).
           move "S" to brd-incluido (brd-qtd).
           go to lab-car-01.
      *
       sec-imprime-baixa section.
      *
       lab-imb-00.
           move 0 to tot-baixados tot-valor-pago tot-eletronicos
                     tot-valor-eletr.
           perform rot-open-be01.
           if erro not = 0
              go to lab-imb-fim
              move reg-tabl to reg-wtab01
              move wtab01-descricao to cab-port-desc
           end-if.
           move "N" to flag-convenio.
           move "42" to tabl-tipo.
           move spaces to tabl-codigo.
           move brd-port-atual to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro = 0
              move "S" to flag-convenio
           end-if.
           move 0 to erro.
           write reg-imp from cab-portador after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           if erro not = 0
              move 0 to erro
              move "Codigo nao cadastrado" to cd01-razao-social-a
              move spaces to cd01-forma-pgto
           end-if.
           move cd01-razao-social-a to cab-razao-social.
           move brd-vencimento (brd-idx) to dias-corr.
           perform rot-data.
           move data-disp to cab-vencimento.
           move brd-liquido (brd-idx) to cab-valor.
           move spaces to cab-forma.
           if flag-convenio = "S" and cd01-forma-pgto not = space
              move "ELETRONICO" to cab-forma
           end-if.
           write reg-imp from cab-lin after 1 line.
           add brd-liquido (brd-idx) to brd-tot-port.
           add 1 to brd-qtd-port.
           if cab-forma not = spaces
              perform rot-separa-titulo thru rot-separa-titulo-fim
           else
              perform rot-baixa-titulo thru rot-baixa-titulo-fim
           end-if.
           if erro not = 0
              go to lab-imb-fim
           end-if.
           write reg-imp from spaces after page.
           move tot-baixados to disp-baixados.
           move tot-valor-pago to disp-valor-pago.
           move tot-eletronicos to disp-eletronicos.
           move tot-valor-eletr to disp-valor-eletr.
      *
       lab-imb-fim.
           perform rot-close-imp.
              go to rot-baixa-titulo-fim
           end-if.
           perform rot-le-be01-lock.
           move reg-be01-1 to jor-antes.
           add 1 to be01-ult-bx.
           move be01-ult-bx to baixa.
           rewrite reg-be01-1 invalid key
                   go to rot-baixa-titulo-fim
           end-rewrite.
           unlock arqbe01 records.
           move "R" to jor-operacao.
           perform rot-jn-be01.
           move baixa to be01-baixa.
           move brd-codigo (brd-idx) to be01-codigo.
           move brd-condicao (brd-idx) to be01-condicao.
           move brd-irrf (brd-idx) to be01-irrf.
           move brd-iss (brd-idx) to be01-iss.
           move brd-ccusto (brd-idx) to be01-ccusto.
           move brd-entidade (brd-idx) to be01-entidade.
           move brd-usuario (brd-idx) to be01-usuario-inc.
           write reg-be01 invalid key
                 move 1 to erro
                 go to rot-baixa-titulo-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-be01.
           move brd-documento (brd-idx) to re01-documento.
           perform rot-le-re01.
           if erro not = 0
                  move 1 to erro
           end-delete.
           if erro = 0
              move "D" to jor-operacao
              perform rot-jn-re01
              add 1 to tot-baixados
              add brd-liquido (brd-idx) to tot-valor-pago
           end-if.
       rot-baixa-titulo-fim.
           exit.
      *
      *    Pagamento eletronico: o titulo fica no ARQRE01 amarrado
      *    ao bordero, aguardando a remessa do pgre05; a baixa vem
      *    do retorno do banco no pgre02
      *
       rot-separa-titulo.
           move brd-documento (brd-idx) to re01-documento.
           perform rot-le-re01.
           if erro not = 0
              go to rot-separa-titulo-fim
           end-if.
           move reg-re01 to jor-antes.
           move "B" to re01-pgto-sit.
           move bordero to re01-bordero.
           move 0 to re01-remessa.
           rewrite reg-re01 invalid key
                   move 1 to erro
           end-rewrite.
           if erro = 0
              move "R" to jor-operacao
              perform rot-jn-re01
              add 1 to tot-eletronicos
              add brd-liquido (brd-idx) to tot-valor-eletr
           end-if.
       rot-separa-titulo-fim.
           exit.
      *
      ************************
      *                      *
      *    T e l a s         *
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-entidade.
           accept sele-entidade at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
      *  Sequencia para dar display
      *
       dsp-venc.
           display venc-disp at 1029 with foreground-color 15
                   background-color 01.
      *
       dsp-entidade.
           display ent-par-nome at 1132 with foreground-color 15
                   background-color 01.
      *
       dsp-titulo.
           display brd-documento (brd-idx) at 1219 with
       lmp-venc.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-entidade.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
           display limpa at 1132 with foreground-color 15
                   background-color 01.
      *
       lmp-titulo.
           display limpa at 1219 with foreground-color 15
