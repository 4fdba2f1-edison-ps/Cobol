      *  do dinheiro; excesso sem dinheiro vira credito do         *
      *  associado (rotcr01). Respeita competencia fechada         *
      *  (rotfc01) e dia de balcao fechado (tabela 13).            *
      *  Titulo pago ate a data limite tem o desconto por           *
      *  antecipacao da operacao (tabela 38, rotdc01).              *
      *  Cartao de credito/debito: bandeira da tabela 40, parcelas  *
      *  e autorizacao; cada parcela gera a liquidacao esperada da  *
      *  credenciadora (ARQCA01), conciliada pelo pgca01.           *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                               15/10/26     v1.04            *
      *                               15/10/26     v1.05            *
      *                                                             *
      ***************************************************************
      *
                  record key is cx01-chave
                  alternate record key is cx01-chave-1 with duplicates
                  file status is cx01-status.
      *
           select arqca01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ca01-chave
                  alternate record key is ca01-chave-1 with duplicates
                  alternate record key is ca01-chave-2 with duplicates
                  file status is ca01-status.
      *
           select arqab01 assign to disk
                  organization is indexed
       copy fdch01.lib.
      *
       copy fdcx01.lib.
      *
       copy fdca01.lib.
      *
       copy fdab01.lib.
      *
          02 cx01-nome                 pic x(08) value "ARQCX01A".
          02 filler                    pic x(01) value ".".
          02 cx01-ext                  pic x(03) value "DAT".
      *
       01 ca01-status                  pic x(02) value "00".
       01 ca01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ca01.
          02 ca01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 ca01-nome                 pic x(08) value "ARQCA01A".
          02 filler                    pic x(01) value ".".
          02 ca01-ext                  pic x(03) value "DAT".
      *
       01 ab01-status                  pic x(02) value "00".
       01 ab01-stat                    pic x(01) value "F".
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGEC01".
          02 cb-versao                 pic x(06) value "v1.05 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 cheque-vista              pic 9(09)v9(02) value 0.
          02 troco                     pic 9(09)v9(02) value 0.
          02 troco-disp                pic zz.zzz.zz9,99 value 0.
          02 cartao                    pic 9(09)v9(02) value 0.
          02 crt-bandeira              pic 9(03) value 0.
          02 crt-parcelas              pic 9(02) value 0.
          02 crt-autorizacao           pic x(10) value spaces.
      *
      *    Ate tres cheques pre-datados no mesmo recebimento
      *
       01 chq-i                        pic 9(01) comp-5 value 0.
       01 chq-linha                    pic 9(02) comp-5 value 0.
       01 chq-qtd                      pic 9(01) value 0.
      *
      *    Cartao: condicoes da bandeira (tabela tipo 40) e rateio
      *    do valor nas parcelas da credenciadora
      *
       01 crt-dbandeira                pic x(20) value spaces.
       01 crt-tipo                     pic x(01) value spaces.
       01 crt-prazo                    pic 9(03) value 0.
       01 crt-mdr-vista                pic 9(02)v9(02) value 0.
       01 crt-mdr-parcelado            pic 9(02)v9(02) value 0.
       01 crt-mdr                      pic 9(02)v9(02) value 0.
       01 crt-max                      pic 9(02) value 0.
       01 crt-i                        pic 9(02) comp-5 value 0.
       01 crt-numero                   pic 9(06) value 0.
       01 crt-bruto                    pic 9(11)v9(02) value 0.
       01 crt-sobra                    pic 9(11)v9(02) value 0.
      *
       01 flag-rc01                    pic x(01) value spaces.
       01 flag-balcao                  pic x(01) value spaces.
       01 total-pagar                  pic 9(11)v9(02) value 0.
       01 total-pagar-disp             pic zz.zzz.zz9,99 value 0.
       01 encargos-disp                pic zz.zzz.zz9,99 value 0.
       01 desconto                     pic 9(09)v9(02) value 0.
       01 desconto-disp                pic zz.zzz.zz9,99 value 0.
       01 soma-tender                  pic 9(11)v9(02) value 0.
       01 excesso                      pic 9(11)v9(02) value 0.
       01 credito                      pic 9(11)v9(02) value 0.
       01 dinheiro-liquido             pic 9(09)v9(02) value 0.
       01 baixa                        pic 9(06) value 0.
       01 baixa-cheque                 pic 9(06) value 0.
       01 baixa-cartao                 pic 9(06) value 0.
       01 lancamento                   pic 9(06) value 0.
       01 dia-balcao                   pic 9(05) value 0.
      *
      *
      *    Desconto por pagamento antecipado (rotdc01)
      *
       01 campo-desconto.
          02 dc-par-opcao              pic x(01) value spaces.
          02 dc-par-operacao           pic 9(03) value 0.
          02 dc-par-vencimento         pic 9(06) value 0.
          02 dc-par-valor              pic 9(11)v9(02) value 0.
          02 dc-par-pagamento          pic 9(06) value 0.
          02 dc-par-percentual         pic 9(02)v9(02) value 0.
          02 dc-par-dias               pic 9(03) value 0.
          02 dc-par-conta              pic 9(05) value 0.
          02 dc-par-limite             pic 9(06) value 0.
          02 dc-par-desconto           pic 9(09)v9(02) value 0.
          02 dc-par-achou              pic x(01) value spaces.
          02 dc-par-aplica             pic x(01) value spaces.
      *
       01 campo-diautil.
          02 dut-par-data              pic 9(06) value 0.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
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
       copy wstab01.lib.
       copy workgen.lib.
             highlight value "Total a Pagar:".
          02 line 11 column 40 foreground-color 06 background-color 01
             highlight value "Operacao.:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Desconto.....:".
          02 line 12 column 40 foreground-color 06 background-color 01
             highlight value "Cartao...:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Dinheiro.....:".
          02 line 13 column 40 foreground-color 06 background-color 01
             highlight value "Bandeira.:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Cheque Vista.:".
          02 line 14 column 40 foreground-color 06 background-color 01
             highlight value "Parc/Aut.:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value
             "Pre-datados..: Banco  Cheque      Valor         Bom-p
           perform rot-rest-buffer.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           exit program.
      *
      ************************
              go to rot-numera-baixa-fim
           end-if.
           perform rot-le-bx01-lock.
           move reg-bx01-1 to jor-antes.
           add 1 to bx01-ult-bx.
           move bx01-ult-bx to baixa.
           rewrite reg-bx01-1 invalid key
                   move 1 to erro
           end-rewrite.
           unlock arqbx01 records.
           if erro = 0
              move "R" to jor-operacao
              perform rot-jn-bx01
           end-if.
       rot-numera-baixa-fim.
           exit.
      *
              close arqcx01
              move "F" to cx01-stat
           end-if.
      *
       rot-open-ca01.
           move 0 to erro.
           if ca01-stat = "F"
              open i-o arqca01
              if ca01-status = "35"
                 open output arqca01
                 close arqca01
                 open i-o arqca01
                 if ca01-status = "00"
                    move high-values to ca01-controle
                    move 0 to ca01-ult-num
                    write reg-ca01-1 invalid key
                          continue
                    end-write
                 end-if
              end-if
              if ca01-status not = "00"
                 move
                 " Erro de abertura no ARQCA01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ca01-stat
              end-if
           end-if.
      *
       rot-close-ca01.
           if ca01-stat = "A"
              close arqca01
              move "F" to ca01-stat
           end-if.
      *
       rot-open-ab01.
           move 0 to erro.
       rot-calcula-encargos-fim.
           exit.
      *
      *    Desconto por antecipacao da operacao do titulo (tabela
      *    tipo 38), quando o recebimento cai ate a data limite
      *
       rot-calcula-desconto.
           move 0 to desconto.
           if multa + juros > 0
              go to rot-calcula-desconto-fim
           end-if.
           move "C" to dc-par-opcao.
           move operacao to dc-par-operacao.
           move vencimento to dc-par-vencimento.
           move valor to dc-par-valor.
           move param-data to dc-par-pagamento.
           call "rotdc01" using campo-desconto.
           if dc-par-aplica = "S"
              move dc-par-desconto to desconto
           end-if.
      *
       rot-calcula-desconto-fim.
           exit.
      *
      *    Bandeira do cartao (tabela tipo 40): resto(1:1) "C"
      *    credito ou "D" debito, resto(2:3) prazo da 1a.
      *    liquidacao em dias, resto(5:4) MDR a vista, resto(9:4)
      *    MDR parcelado, resto(13:2) maximo de parcelas
      *
       rot-le-bandeira.
           move "40" to tabl-tipo.
           move spaces to tabl-codigo.
           move crt-bandeira to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro not = 0
              go to rot-le-bandeira-fim
           end-if.
           if tabl-resto(2:13) not numeric
              move 1 to erro
              go to rot-le-bandeira-fim
           end-if.
           move tabl-descricao to crt-dbandeira.
           move tabl-resto(1:1) to crt-tipo.
           move tabl-resto(2:3) to crt-prazo.
           move tabl-resto(5:4) to crt-mdr-vista.
           move tabl-resto(9:4) to crt-mdr-parcelado.
           move tabl-resto(13:2) to crt-max.
       rot-le-bandeira-fim.
           exit.
      *
      *    Dia de balcao ja fechado pelo pgft07 (tabela tipo 13)
      *    nao aceita recebimento novo da mesma data e portador
      *
           end-if.
       rot-consulta-balcao-fim.
           exit.
      *
      *    Entidade dona da operacao em ent-par-operacao (rotent01)
      *
       rot-entidade-operacao.
           move "O" to ent-par-opcao.
           call "rotent01" using campo-entidade.
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
       rot-jn-rc01.
           move "ARQRC01A" to jor-arquivo.
           move rc01-chave to jor-chave.
           move 153 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-rc01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-rc01 to jor-depois
                    when other
                         move reg-rc01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       rot-jn-bx01.
           move "ARQBX01A" to jor-arquivo.
           move bx01-chave to jor-chave.
           move 213 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-bx01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-bx01 to jor-depois
                    when other
                         move reg-bx01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       rot-jn-cx01.
           move "ARQCX01A" to jor-arquivo.
           move cx01-chave to jor-chave.
           move 79 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-cx01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-cx01 to jor-depois
                    when other
                         move reg-cx01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       copy rotgen.lib.
      *
           if erro not = 0
              go to lab-rec-fim
           end-if.
           perform rot-open-ca01.
           if erro not = 0
              go to lab-rec-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-rec-fim
      *
       lab-rec-01.
           initialize campos cheques-pre.
           move 0 to multa juros desconto total-pagar troco credito.
           perform lmp-codigo thru lmp-credito.
           perform acc-codigo.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-rec-03
           end-if.
           move rc01-entidade to ent-par-entidade.
           perform rot-entidade-usuario.
           if ent-par-ok not = "S"
              perform rot-erro-entidade
              display tela-limpa-cad
              go to lab-rec-03
           end-if.
           move rc01-valor to valor.
           move rc01-vencimento to vencimento.
           move rc01-portador to portador.
           perform dsp-vencimento.
           perform rot-calcula-encargos thru
                   rot-calcula-encargos-fim.
           perform rot-calcula-desconto thru
                   rot-calcula-desconto-fim.
           compute total-pagar = valor + multa + juros - desconto.
           compute encargos-disp = multa + juros.
           perform dsp-encargos.
           move desconto to desconto-disp.
           perform dsp-desconto.
           go to lab-rec-05.
      *
      *    Recebimento avulso: valor informado na hora
           end-if.
           move valor to valor-disp.
           perform dsp-valor.
           move 0 to multa juros desconto.
           move valor to total-pagar.
           move 0 to encargos-disp desconto-disp.
           perform dsp-encargos.
           perform dsp-desconto.
      *
       lab-rec-05.
           move total-pagar to total-pagar-disp.
           if escape-key = 1
              go to lab-rec-05
           end-if.
           if flag-rc01 not = "S"
              move operacao to ent-par-operacao
              perform rot-entidade-operacao
              perform rot-entidade-usuario
              if ent-par-ok not = "S"
                 perform rot-erro-entidade
                 display tela-limpa-cad
                 go to lab-rec-06
              end-if
           end-if.
      *
      *    Pagamento misto
      *
              perform lmp-cheque-vista
              go to lab-rec-07
           end-if.
      *
      *    Cartao: zerado segue p/ os pre-datados
      *
       lab-rec-08-1.
           move 0 to cartao crt-bandeira crt-parcelas.
           move spaces to crt-autorizacao.
           perform lmp-cartao thru lmp-autorizacao.
           perform acc-cartao.
           if escape-key = 1
              perform lmp-cartao
              go to lab-rec-08
           end-if.
           if cartao = 0
              go to lab-rec-08-5
           end-if.
           if cartao > total-pagar
              move " Cartao maior que o total a pagar - Tecle <Enter>"
              to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rec-08-1
           end-if.
      *
       lab-rec-08-2.
           perform acc-bandeira.
           if escape-key = 1
              go to lab-rec-08-1
           end-if.
           perform rot-le-bandeira.
           if erro not = 0
              move 0 to erro
              move " Bandeira nao cadastrada - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rec-08-2
           end-if.
           perform dsp-bandeira.
      *
       lab-rec-08-3.
           if crt-tipo = "D"
              move 1 to crt-parcelas
              perform dsp-parcelas
              go to lab-rec-08-4
           end-if.
           perform acc-parcelas.
           if escape-key = 1
              go to lab-rec-08-2
           end-if.
           if crt-parcelas = 0 or crt-parcelas > crt-max
              move " Parcelas acima do limite da bandeira - Tecle <Enter
      -       ">" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rec-08-3
           end-if.
      *
       lab-rec-08-4.
           perform acc-autorizacao.
           if escape-key = 1
              if crt-tipo = "D"
                 go to lab-rec-08-2
              else
                 go to lab-rec-08-3
              end-if
           end-if.
           move crt-autorizacao to txt.
           perform rot-texto.
           move txt to crt-autorizacao.
           if crt-autorizacao = spaces
              go to lab-rec-08-4
           end-if.
           if crt-parcelas = 1
              move crt-mdr-vista to crt-mdr
           else
              move crt-mdr-parcelado to crt-mdr
           end-if.
      *
       lab-rec-08-5.
           move 0 to chq-qtd.
           move 1 to chq-i.
      *
           perform acc-chq-banco.
           if escape-key = 1
              if chq-i = 1
                 go to lab-rec-08-1
              end-if
              subtract 1 from chq-i
              go to lab-rec-09
      *
       lab-rec-10.
           move 0 to soma-tender.
           compute soma-tender = dinheiro + cheque-vista + cartao.
           move 1 to chq-i.
       lab-rec-10-1.
           if chq-i > chq-qtd
           go to lab-rec-01.
      *
       lab-rec-fim.
           move "F" to dc-par-opcao.
           call "rotdc01" using campo-desconto.
           cancel "rotdc01".
           perform rot-close-tabl.
           perform rot-close-ab01.
           perform rot-close-cx01.
           perform rot-close-ca01.
           perform rot-close-ch01.
           perform rot-close-bx01.
           perform rot-close-rc01.
           move 0 to bx01-baixa-ref.
           move multa to bx01-multa.
           move juros to bx01-juros.
           move desconto to bx01-desconto.
           move 0 to bx01-recibo.
           if flag-rc01 = "S"
              move rc01-evento to bx01-evento
              move 0 to bx01-emissao
              move 0 to bx01-ccusto
           end-if.
           if flag-rc01 = "S" and rc01-entidade numeric
                              and rc01-entidade not = 0
              move rc01-entidade to bx01-entidade
           else
              move operacao to ent-par-operacao
              perform rot-entidade-operacao
              move ent-par-entidade to bx01-entidade
           end-if.
           if flag-rc01 = "S"
              move rc01-usuario to bx01-usuario-inc
           else
              move param-usr to bx01-usuario-inc
           end-if.
           write reg-bx01 invalid key
                 move 1 to erro
           end-write.
              display tela-limpa-cad
              go to lab-pst-fim
           end-if.
           move "W" to jor-operacao.
           perform rot-jn-bx01.
           move baixa to recibo-baixa.
      *
      *    Um lancamento de custodia por cheque pre-datado
      *
       lab-pst-01.
           if chq-i > chq-qtd
              go to lab-pst-01-2
           end-if.
           perform rot-numera-baixa thru rot-numera-baixa-fim.
           if erro not = 0
              move 0 to erro
              go to lab-pst-01-2
           end-if.
           move baixa to baixa-cheque.
           move baixa to bx01-baixa.
           move "C" to bx01-situacao.
           move spaces to bx01-motivo.
           move 0 to bx01-baixa-ref bx01-multa bx01-juros.
           move 0 to bx01-desconto.
           move 0 to bx01-recibo.
           if flag-rc01 = "S"
              move rc01-evento to bx01-evento
              move 0 to bx01-emissao
              move 0 to bx01-ccusto
           end-if.
           if flag-rc01 = "S" and rc01-entidade numeric
                              and rc01-entidade not = 0
              move rc01-entidade to bx01-entidade
           else
              move operacao to ent-par-operacao
              perform rot-entidade-operacao
              move ent-par-entidade to bx01-entidade
           end-if.
           if flag-rc01 = "S"
              move rc01-usuario to bx01-usuario-inc
           else
              move param-usr to bx01-usuario-inc
           end-if.
           write reg-bx01 invalid key
                 move 1 to erro
           end-write.
           if erro = 0
              move "W" to jor-operacao
              perform rot-jn-bx01
           end-if.
           move 0 to erro.
      *
      *    Registro do cheque na custodia (ARQCH01)
           add 1 to chq-i.
           go to lab-pst-01.
      *
      *    Cartao: baixa propria (o associado esta quitado) e uma
      *    liquidacao esperada da credenciadora por parcela
      *
       lab-pst-01-2.
           if cartao = 0
              go to lab-pst-02
           end-if.
           perform rot-numera-baixa thru rot-numera-baixa-fim.
           if erro not = 0
              move 0 to erro
              go to lab-pst-02
           end-if.
           move baixa to baixa-cartao.
           move baixa to bx01-baixa.
           move codigo to bx01-codigo.
           move condicao to bx01-condicao.
           if flag-rc01 = "S"
              move documento to bx01-documento
           else
              move "AVULSO" to bx01-documento
           end-if.
           move vencimento to bx01-vencimento.
           move 0 to bx01-valor.
           move spaces to bx01-obs.
           string "CARTAO " crt-dbandeira delimited by size
                  into bx01-obs
           end-string.
           move portador to bx01-portador.
           move operacao to bx01-operacao.
           move cartao to bx01-valor-pago.
           move param-data to bx01-liquidacao.
           move param-usr to bx01-usuario.
           move param-data to bx01-data.
           move spaces to bx01-situacao bx01-motivo.
           move 0 to bx01-baixa-ref bx01-multa bx01-juros.
           move 0 to bx01-desconto.
           move 0 to bx01-recibo.
           if flag-rc01 = "S"
              move rc01-evento to bx01-evento
              move rc01-emissao to bx01-emissao
              if rc01-ccusto numeric
                 move rc01-ccusto to bx01-ccusto
              else
                 move 0 to bx01-ccusto
              end-if
           else
              move spaces to bx01-evento
              move 0 to bx01-emissao
              move 0 to bx01-ccusto
           end-if.
           if flag-rc01 = "S" and rc01-entidade numeric
                              and rc01-entidade not = 0
              move rc01-entidade to bx01-entidade
           else
              move operacao to ent-par-operacao
              perform rot-entidade-operacao
              move ent-par-entidade to bx01-entidade
           end-if.
           if flag-rc01 = "S"
              move rc01-usuario to bx01-usuario-inc
           else
              move param-usr to bx01-usuario-inc
           end-if.
           write reg-bx01 invalid key
                 move 1 to erro
           end-write.
           if erro = 0
              move "W" to jor-operacao
              perform rot-jn-bx01
           end-if.
           move 0 to erro.
           move high-values to ca01-controle.
           read arqca01 invalid key
                move 1 to erro
           end-read.
           if erro not = 0
              move 0 to erro
              go to lab-pst-02
           end-if.
           add 1 to ca01-ult-num.
           move ca01-ult-num to crt-numero.
           rewrite reg-ca01-1 invalid key
                   continue
           end-rewrite.
           divide cartao by crt-parcelas giving crt-bruto.
           compute crt-sobra = cartao - crt-bruto * crt-parcelas.
           move 1 to crt-i.
      *
       lab-pst-01-3.
           if crt-i > crt-parcelas
              go to lab-pst-02
           end-if.
           move crt-numero to ca01-numero.
           move crt-i to ca01-parcela.
           compute dut-par-data = param-data + crt-prazo +
                                  (crt-i - 1) * 30.
           call "rotdut01" using campo-diautil.
           move dut-par-data-util to ca01-previsao.
           move crt-autorizacao to ca01-autorizacao.
           move crt-bandeira to ca01-bandeira.
           move crt-parcelas to ca01-parcelas.
           move codigo to ca01-codigo.
           move condicao to ca01-condicao.
           if flag-rc01 = "S"
              move documento to ca01-documento
           else
              move "AVULSO" to ca01-documento
           end-if.
           move baixa-cartao to ca01-baixa.
           move param-data to ca01-data-venda.
           move cartao to ca01-valor-venda.
           move crt-bruto to ca01-valor-bruto.
           if crt-i = 1
              add crt-sobra to ca01-valor-bruto
           end-if.
           move crt-mdr to ca01-mdr.
           compute ca01-taxa rounded =
                   ca01-valor-bruto * crt-mdr / 100.
           compute ca01-valor-liquido = ca01-valor-bruto - ca01-taxa.
           move "P" to ca01-situacao.
           move 0 to ca01-data-liq ca01-valor-pago ca01-taxa-cobrada.
           move param-usr to ca01-usuario.
           move param-data to ca01-data.
           write reg-ca01 invalid key
                 continue
           end-write.
           add 1 to crt-i.
           go to lab-pst-01-3.
      *
      *    Titulo liquidado sai do contas a receber
      *
       lab-pst-02.
              if erro = 0
                 delete arqrc01 record invalid key
                        continue
                        not invalid key
                        move "D" to jor-operacao
                        perform rot-jn-rc01
                 end-delete
              end-if
              move 0 to erro
                   move 1 to erro
              end-read
              if erro = 0
                 move reg-cx01-1 to jor-antes
                 add 1 to cx01-ult-lanc
                 move cx01-ult-lanc to lancamento
                 rewrite reg-cx01-1 invalid key
                         continue
                         not invalid key
                         move "R" to jor-operacao
                         perform rot-jn-cx01
                 end-rewrite
                 move lancamento to cx01-lancamento
                 move param-data to cx01-data-mov
                 move param-usr to cx01-usuario
                 move param-data to cx01-data
                 move bx01-ccusto to cx01-ccusto
                 move bx01-entidade to cx01-entidade
                 write reg-cx01 invalid key
                       continue
                       not invalid key
                       move "W" to jor-operacao
                       perform rot-jn-cx01
                 end-write
              end-if
              move 0 to erro
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cartao.
           accept cartao at 1251 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-bandeira.
           accept crt-bandeira at 1351 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-parcelas.
           accept crt-parcelas at 1451 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-autorizacao.
           accept crt-autorizacao at 1455 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-chq-banco.
           accept chq-banco(chq-i) at line chq-linha column 21 with
       dsp-encargos.
           display encargos-disp at 1021 with foreground-color 15
                   background-color 01.
      *
       dsp-desconto.
           display desconto-disp at 1221 with foreground-color 15
                   background-color 01.
      *
       dsp-total.
           display total-pagar-disp at 1121 with foreground-color 14
                   background-color 01.
      *
       dsp-bandeira.
           display crt-dbandeira at 1355 with foreground-color 15
                   background-color 01.
      *
       dsp-parcelas.
           display crt-parcelas at 1451 with foreground-color 15
                   background-color 01.
      *
       dsp-troco.
           display troco-disp at 1921 with foreground-color 14
       lmp-encargos.
           display limpa-10 at 1021 with foreground-color 15
                   background-color 01.
      *
       lmp-desconto.
           display limpa-10 at 1221 with foreground-color 15
                   background-color 01.
      *
       lmp-total.
           display limpa-10 at 1121 with foreground-color 15
       lmp-cheque-vista.
           display limpa-10 at 1421 with foreground-color 15
                   background-color 01.
      *
       lmp-cartao.
           display limpa-10 at 1251 with foreground-color 15
                   background-color 01.
      *
       lmp-bandeira.
           display limpa-10 at 1351 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1361 with foreground-color 15
                   background-color 01.
      *
       lmp-autorizacao.
           display limpa-10 at 1451 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1461 with foreground-color 15
                   background-color 01.
      *
       lmp-cheques.
           display limpa at 1621 with foreground-color 15
