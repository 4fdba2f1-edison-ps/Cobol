      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGSM01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Resumo Mensal de Saldos :                                  *
      *                                                             *
      *  O ARQSM01 guarda os totais por competencia, tipo de        *
      *  movimento, entidade, operacao, centro de custo e portador  *
      *  do contas a receber, contas a pagar, baixas e livro        *
      *  caixa; e mantido pela rotsm01 no momento do lancamento e   *
      *  lido pelo balancete (pgct02), orcado x realizado (pgor01), *
      *  resultado por centro de custo (pgcu01), fluxo projetado    *
      *  (pgrc08) e relatorio gerencial (pglv01).                   *
      *                                                             *
      *  (C)onfere    - refaz os totais a partir dos arquivos de    *
      *                 detalhe numa copia (ARQSM01C) e lista cada  *
      *                 chave em que o resumo diverge do detalhe,   *
      *                 com os totais por tipo;                     *
      *  (R)econstroi - recria o ARQSM01 a partir do detalhe (sem   *
      *                 outros usuarios no sistema), acertando o    *
      *                 que os processos em lote gravaram sem       *
      *                 passar pela rotsm01.                        *
      *                                                             *
      *  Rodavel pela cadeia noturna (tabela tipo 25): chamado      *
      *  pelo pgbt01 a senha vem com low-value na frente e o        *
      *  programa confere e reconstroi sem tela.                    *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgsm01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqsm01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sm01-chave
                  file status is sm01-status.
      *
           select arqsmc assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is smc-chave
                  file status is smc-status.
      *
           select arqrc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rc01-chave
                  alternate record key is rc01-chave-1 with duplicates
                  alternate record key is rc01-chave-2 with duplicates
                  alternate record key is rc01-chave-3 with duplicates
                  file status is rc01-status.
      *
           select arqbx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is bx01-chave
                  alternate record key is bx01-chave-1 with duplicates
                  alternate record key is bx01-chave-2 with duplicates
                  file status is bx01-status.
      *
           select arqre01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is re01-chave
                  alternate record key is re01-chave-1 with duplicates
                  alternate record key is re01-chave-2 with duplicates
                  file status is re01-status.
      *
           select arqbe01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is be01-chave
                  alternate record key is be01-chave-1 with duplicates
                  alternate record key is be01-chave-2 with duplicates
                  file status is be01-status.
      *
           select arqcx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cx01-chave
                  alternate record key is cx01-chave-1 with duplicates
                  file status is cx01-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdsm01.lib.
      *
      *  Copia de conferencia do resumo (mesmo layout do ARQSM01)
      *
       fd arqsmc
          label record is standard
          value of file-id is nome-arq-smc
          data record is reg-smc.
      *
       01 reg-smc.
          02 smc-chave                 pic x(31).
          02 smc-quantidade            pic s9(07).
          02 smc-valor                 pic s9(13)v9(02).
          02 smc-valor-pago            pic s9(13)v9(02).
          02 filler                    pic x(20).
      *
       copy fdrc01.lib.
      *
       copy fdbx01.lib.
      *
       copy fdre01.lib.
      *
       copy fdbe01.lib.
      *
       copy fdcx01.lib.
      *
       fd arqimp
          label record is standard
          value of file-id is impress
          data record is reg-imp.
      *
       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 sm01-status                  pic x(02) value "00".
      *
       01 nome-arq-sm01.
          02 sm01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 sm01-nome                 pic x(08) value "ARQSM01A".
          02 filler                    pic x(01) value ".".
          02 sm01-ext                  pic x(03) value "DAT".
      *
       01 smc-status                   pic x(02) value "00".
      *
       01 nome-arq-smc.
          02 smc-dir                   pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 smc-nome                  pic x(08) value "ARQSM01C".
          02 filler                    pic x(01) value ".".
          02 smc-ext                   pic x(03) value "DAT".
      *
       01 rc01-status                  pic x(02) value "00".
      *
       01 nome-arq-rc01.
          02 rc01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 rc01-nome                 pic x(08) value "ARQRC01A".
          02 filler                    pic x(01) value ".".
          02 rc01-ext                  pic x(03) value "DAT".
      *
       01 bx01-status                  pic x(02) value "00".
      *
       01 nome-arq-bx01.
          02 bx01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 bx01-nome                 pic x(08) value "ARQBX01A".
          02 filler                    pic x(01) value ".".
          02 bx01-ext                  pic x(03) value "DAT".
      *
       01 re01-status                  pic x(02) value "00".
      *
       01 nome-arq-re01.
          02 re01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 re01-nome                 pic x(08) value "ARQRE01A".
          02 filler                    pic x(01) value ".".
          02 re01-ext                  pic x(03) value "DAT".
      *
       01 be01-status                  pic x(02) value "00".
      *
       01 nome-arq-be01.
          02 be01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 be01-nome                 pic x(08) value "ARQBE01A".
          02 filler                    pic x(01) value ".".
          02 be01-ext                  pic x(03) value "DAT".
      *
       01 cx01-status                  pic x(02) value "00".
      *
       01 nome-arq-cx01.
          02 cx01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 cx01-nome                 pic x(08) value "ARQCX01A".
          02 filler                    pic x(01) value ".".
          02 cx01-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGSM01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 tracos                       pic x(80) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
      *
       01 flag-lote                    pic x(01) value spaces.
       01 fim-sm01                     pic x(01) value spaces.
       01 fim-smc                      pic x(01) value spaces.
      *
      *    Area da rotsm01 (a mesma do diario de atualizacoes)
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
       01 nome-carga                   pic x(08) value spaces.
       01 nome-detalhe                 pic x(08) value spaces.
       01 cont-lidos                   pic 9(07) value 0.
       01 cont-diverg                  pic 9(05) value 0.
      *
      *    Controle do resumo p/ a tela
      *
       01 ult-reconstrucao             pic 9(05) value 0.
       01 ult-usuario                  pic x(10) value spaces.
       01 data-tela                    pic x(08) value spaces.
      *
      *    Totais por tipo de movimento: resumo x detalhe
      *
       01 tab-siglas-val               pic x(16) value
          "RERDRABXPEPAPBCX".
       01 tab-siglas redefines tab-siglas-val.
          02 tp-sigla                  pic x(02) occurs 8.
      *
       01 tab-totais.
          02 tp-item                   occurs 8.
             03 tp-qtd-res             pic s9(09).
             03 tp-val-res             pic s9(13)v9(02).
             03 tp-qtd-det             pic s9(09).
             03 tp-val-det             pic s9(13)v9(02).
       01 tp-idx                       pic 9(02) comp-5 value 0.
      *
      *    Chave em conferencia, p/ a linha de divergencia
      *
       01 chave-div.
          02 cd-tipo                   pic x(02).
          02 cd-ano                    pic 9(02).
          02 cd-mes                    pic 9(02).
          02 cd-data                   pic 9(06).
          02 cd-entidade               pic 9(01).
          02 cd-operacao               pic 9(03).
          02 cd-ccusto                 pic 9(03).
          02 cd-portador               pic 9(03).
          02 cd-classe                 pic x(01).
          02 cd-docto-r                pic x(01).
          02 cd-evento                 pic x(05).
      *
       01 res-qtd                      pic s9(07) value 0.
       01 res-valor                    pic s9(13)v9(02) value 0.
       01 res-pago                     pic s9(13)v9(02) value 0.
       01 det-qtd                      pic s9(07) value 0.
       01 det-valor                    pic s9(13)v9(02) value 0.
       01 det-pago                     pic s9(13)v9(02) value 0.
      *
       01 cab-abav.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(01) value x"0e".
          02 filler                    pic x(08) value "ABAV/SP ".
          02 filler                    pic x(01) value x"14".
          02 filler                    pic x(01) value x"0f".
          02 filler                    pic x(56) value
          "Associcao Brasileira de Agencias de Viagens de Sao Paulo".
          02 filler                    pic x(01) value x"12".
      *
       01 cab-prog.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(38) value
          "Resumo Mensal de Saldos".
          02 filler                    pic x(13) value spaces.
          02 cab-data                  pic x(08) value spaces.
      *
       01 cab-titulo.
          02 filler                    pic x(02) value spaces.
          02 cab-titulo-txt            pic x(60) value spaces.
      *
       01 est-lin.
          02 filler                    pic x(04) value spaces.
          02 est-arquivo               pic x(08) value spaces.
          02 filler                    pic x(24) value
             " - registros lidos.....:".
          02 est-qtd                   pic zzzzzz9 value 0.
      *
       01 est-msg.
          02 filler                    pic x(04) value spaces.
          02 est-texto                 pic x(60) value spaces.
      *
       01 div-cab.
          02 filler                    pic x(41) value
             "Tp Comp  E Ope CC  Por CR Event Vencto".
          02 filler                    pic x(39) value
             "O   Qtde          Valor     Valor pago".
      *
       01 div-lin.
          02 div-tipo                  pic x(02) value spaces.
          02 filler                    pic x(01) value spaces.
          02 div-comp                  pic x(05) value spaces.
          02 filler                    pic x(01) value spaces.
          02 div-entidade              pic 9(01) value 0.
          02 filler                    pic x(01) value spaces.
          02 div-operacao              pic 9(03) value 0.
          02 filler                    pic x(01) value spaces.
          02 div-ccusto                pic 9(03) value 0.
          02 filler                    pic x(01) value spaces.
          02 div-portador              pic 9(03) value 0.
          02 filler                    pic x(01) value spaces.
          02 div-classe                pic x(01) value spaces.
          02 div-docto-r               pic x(01) value spaces.
          02 filler                    pic x(01) value spaces.
          02 div-evento                pic x(05) value spaces.
          02 filler                    pic x(01) value spaces.
          02 div-data                  pic x(08) value spaces.
          02 filler                    pic x(01) value spaces.
          02 div-origem                pic x(01) value spaces.
          02 div-qtd                   pic zzzzzz9- value 0.
          02 div-valor                 pic zzz.zzz.zz9,99- value 0.
          02 div-pago                  pic zzz.zzz.zz9,99- value 0.
      *
       01 tot-cab.
          02 filler                    pic x(04) value spaces.
          02 filler                    pic x(32) value
             "Tipo Qtde res       Valor resumo".
          02 filler                    pic x(30) value
             " Qtde det      Valor detalhe".
      *
       01 tot-lin.
          02 filler                    pic x(04) value spaces.
          02 tot-sigla                 pic x(02) value spaces.
          02 filler                    pic x(03) value spaces.
          02 tot-qtd-res               pic zzzzzz9- value 0.
          02 filler                    pic x(01) value spaces.
          02 tot-val-res               pic zz.zzz.zzz.zz9,99- value 0.
          02 filler                    pic x(01) value spaces.
          02 tot-qtd-det               pic zzzzzz9- value 0.
          02 filler                    pic x(01) value spaces.
          02 tot-val-det               pic zz.zzz.zzz.zz9,99- value 0.
      *
       copy workgen.lib.
      *
       linkage section.
      *
       01 param-menu.
          02 param-usr                 pic x(10).
          02 param-senha               pic x(10).
          02 param-prioridade          pic 9(01).
          02 param-data                pic 9(05).
          02 param-impress             pic x(12).
      *
       screen section.
      *
       01 tela-01.
          02 line 08 column 45 foreground-color 06 background-color 01
             highlight value "Resumo Mensal de Saldos".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Ultima reconstrucao..:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Usuario..............:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (C/R).........:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "C-Confere com o detalhe  R-Reconstroi".
      *
       01 tela-mensagem-cad.
          02 line 22 column 05 foreground-color 07 background-color 01
             highlight pic x(66) from mensagem.
      *
       01 tela-erro-cad.
          02 line 22 column 05 foreground-color 15 background-color 04
             highlight pic x(66) from mensagem.
      *
       01 tela-limpa-cad.
          02 line 22 column 05 foreground-color 01 background-color 01
             pic x(66) from spaces.
      *
       copy scrgen.lib.
      *
       procedure division using param-menu.
      *
       lab-00.
      *
      *    Rodada pela cadeia: confere e reconstroi sem tela (a
      *    senha do pgbt01 vem com low-value na frente, que senha
      *    digitada nao tem)
      *
           if param-senha(1:1) = low-value
              move "S" to flag-lote
              perform rot-open-imp
              if erro not = 0
                 go to lab-fim
              end-if
              perform rot-cabec-rel
              perform sec-confere
              perform sec-reconstroi
              perform rot-fecha-rel
              go to lab-fim
           end-if.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-save-buffer.
           display tela-cabec.
           move 03 to box-col.
           move 06 to box-lin.
           move 76 to box-col-f.
           move 16 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
           move 0 to box-fundo.
           move "S" to box-sombra.
           perform rot-box.
           display tela-01.
      *
       lab-01.
           display tela-limpa-cad.
           perform sec-funcao.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-rest-buffer.
      *
       lab-fim.
           exit program.
      *
      ************************
      *                      *
      *    R o t i n a s     *
      *                      *
      ************************
      *
       rotinas section.
      *
       rot-open-imp.
           move 0 to erro.
           move param-impress to impress.
           move zeros to imp-status.
           if imp-stat = "F"
              open output arqimp
              if imp-status not = "00"
                 move 1 to erro
              else
                 move "A" to imp-stat
              end-if
           end-if.
      *
       rot-cabec-rel.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           write reg-imp from cab-abav.
           write reg-imp from cab-prog after 2 lines.
           write reg-imp from tracos after 1 line.
      *
       rot-fecha-rel.
           write reg-imp from tracos after 1 line.
           write reg-imp from spaces after page.
           if imp-stat = "A"
              close arqimp
              move "F" to imp-stat
           end-if.
      *
       rot-titulo.
           write reg-imp from spaces after 1 line.
           write reg-imp from cab-titulo after 1 line.
           write reg-imp from tracos after 1 line.
      *
       rot-estat-carga.
           move nome-detalhe to est-arquivo.
           move cont-lidos to est-qtd.
           write reg-imp from est-lin after 1 line.
      *
      *    Arquivo que nao abriu sai apontado no relatorio em
      *    vez de ser pulado em silencio
      *
       rot-nao-abre.
           move spaces to est-texto.
           string "ATENCAO: " nome-detalhe
                  " nao pode ser aberto - ficou fora dos totais"
                  delimited by size into est-texto
           end-string.
           write reg-imp from est-msg after 1 line.
      *
      *    Registro de controle do ARQSM01 p/ a tela
      *
       rot-le-controle.
           move 0 to ult-reconstrucao.
           move spaces to ult-usuario.
           open input arqsm01.
           if sm01-status not = "00"
              go to rot-le-controle-fim
           end-if.
           move high-values to sm01-controle.
           move 0 to erro.
           read arqsm01 invalid key
                move 1 to erro
           end-read.
           if erro = 0
              move sm01-ult-reconstrucao to ult-reconstrucao
              move sm01-ult-usuario to ult-usuario
           end-if.
           move 0 to erro.
           close arqsm01.
       rot-le-controle-fim.
           exit.
      *
      *    Proximo registro do resumo / da copia, sem o controle
      *
       rot-le-sm01.
           read arqsm01 next record at end
                move "S" to fim-sm01
           end-read.
           if fim-sm01 = "N" and sm01-chave(1:1) = high-value
              move "S" to fim-sm01
           end-if.
      *
       rot-le-smc.
           read arqsmc next record at end
                move "S" to fim-smc
           end-read.
           if fim-smc = "N" and smc-chave(1:1) = high-value
              move "S" to fim-smc
           end-if.
      *
      *    Tipo do registro na tabela de totais
      *
       rot-acha-tipo.
           move 1 to tp-idx.
       rot-acha-tipo-1.
           if tp-idx > 8
              go to rot-acha-tipo-fim
           end-if.
           if tp-sigla(tp-idx) = cd-tipo
              go to rot-acha-tipo-fim
           end-if.
           add 1 to tp-idx.
           go to rot-acha-tipo-1.
       rot-acha-tipo-fim.
           exit.
      *
      *    Linhas da divergencia em chave-div: "R" resumo,
      *    "D" detalhe
      *
       rot-imprime-div.
           add 1 to cont-diverg.
           move cd-tipo to div-tipo.
           move spaces to div-comp.
           string cd-mes "/" cd-ano delimited by size into div-comp
           end-string.
           move cd-entidade to div-entidade.
           move cd-operacao to div-operacao.
           move cd-ccusto to div-ccusto.
           move cd-portador to div-portador.
           move cd-classe to div-classe.
           move cd-docto-r to div-docto-r.
           move cd-evento to div-evento.
           move spaces to div-data.
           if cd-data not = 0
              move cd-data to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to div-data
           end-if.
           move "R" to div-origem.
           move res-qtd to div-qtd.
           move res-valor to div-valor.
           move res-pago to div-pago.
           write reg-imp from div-lin after 1 line.
           move spaces to div-tipo div-comp div-classe div-docto-r
                          div-evento div-data.
           move 0 to div-entidade div-operacao div-ccusto
                     div-portador.
           move "D" to div-origem.
           move det-qtd to div-qtd.
           move det-valor to div-valor.
           move det-pago to div-pago.
           write reg-imp from div-lin after 1 line.
      *
       rot-zera-tipo.
           move 0 to tp-qtd-res(tp-idx) tp-val-res(tp-idx)
                     tp-qtd-det(tp-idx) tp-val-det(tp-idx).
      *
       copy rotgen.lib.
      *
      ************************
      *                      *
      *  Secao de funcao     *
      *                      *
      ************************
      *
       sec-funcao section.
      *
       lab-fun-00.
           perform rot-le-controle thru rot-le-controle-fim.
           perform dsp-controle.
      *
       lab-fun-01.
           move spaces to funcao.
           perform lmp-funcao.
           perform acc-funcao.
           if escape-key = 1
              go to lab-fun-fim
           end-if.
           move funcao to txt.
           perform rot-texto.
           move txt to funcao.
           if funcao not = "C" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           if funcao = "C"
              go to lab-fun-03
           end-if.
           if param-prioridade < 9
              move " Reconstrucao exige prioridade de supervisor - Tecl
      -       "e <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-fun-01
           end-if.
      *
       lab-fun-02.
           move " Rodar SEM outros usuarios no sistema - Confirma (S) (N
      -    ") ?" to mensagem.
           display tela-erro-cad.
           move spaces to resposta.
           perform accept-resposta-cad
                   until resposta = "S" or "N" or escape-key = 1.
           display tela-limpa-cad.
           if resposta not = "S"
              go to lab-fun-01
           end-if.
      *
       lab-fun-03.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to lab-fun-01
           end-if.
           perform rot-cabec-rel.
           if funcao = "C"
              move "Conferindo o resumo - Aguarde" to mensagem
              display tela-mensagem-cad
              perform sec-confere
           else
              move "Reconstruindo o resumo - Aguarde" to mensagem
              display tela-mensagem-cad
              perform sec-reconstroi
           end-if.
           perform rot-fecha-rel.
           display tela-limpa-cad.
           if funcao = "C" and cont-diverg not = 0
              move " Resumo com divergencias - ver relatorio - Tecle <En
      -       "ter>" to mensagem
              display tela-erro-cad
           else
              move "Concluido - relatorio impresso - Tecle <Enter>" to
              mensagem
              display tela-mensagem-cad
           end-if.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-fun-00.
      *
       lab-fun-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Carga do resumo     *
      *                      *
      ************************
      *
      *    Soma na rotsm01 todos os registros dos arquivos de
      *    detalhe, num arquivo recriado com o nome em nome-carga
      *    (ARQSM01A = o proprio resumo, ARQSM01C = a copia de
      *    conferencia)
      *
       sec-carga section.
      *
       lab-cg-00.
           move cb-programa to jor-programa.
           move param-usr to jor-usuario.
           move param-data to jor-data.
           move "I" to jor-operacao.
           move nome-carga to jor-arquivo.
           call "rotsm01" using campo-jornal.
           if jor-ok not = "S"
              move spaces to est-texto
              string "ATENCAO: " nome-carga
                     " nao pode ser criado - carga interrompida"
                     delimited by size into est-texto
              end-string
              write reg-imp from est-msg after 1 line
              move 1 to erro
              go to lab-cg-fim
           end-if.
           move "W" to jor-operacao.
           move spaces to jor-antes.
      *
       lab-cg-01.
           move "ARQRC01A" to nome-detalhe.
           move 0 to cont-lidos.
           open input arqrc01.
           if rc01-status not = "00"
              perform rot-nao-abre
              go to lab-cg-03
           end-if.
      *
       lab-cg-02.
           read arqrc01 next record at end
                close arqrc01
                perform rot-estat-carga
                go to lab-cg-03
           end-read.
           if rc01-chave = high-values
              go to lab-cg-02
           end-if.
           add 1 to cont-lidos.
           move nome-detalhe to jor-arquivo.
           move reg-rc01 to jor-depois.
           call "rotsm01" using campo-jornal.
           go to lab-cg-02.
      *
       lab-cg-03.
           move "ARQBX01A" to nome-detalhe.
           move 0 to cont-lidos.
           open input arqbx01.
           if bx01-status not = "00"
              perform rot-nao-abre
              go to lab-cg-05
           end-if.
      *
       lab-cg-04.
           read arqbx01 next record at end
                close arqbx01
                perform rot-estat-carga
                go to lab-cg-05
           end-read.
           if bx01-chave = high-values
              go to lab-cg-04
           end-if.
           add 1 to cont-lidos.
           move nome-detalhe to jor-arquivo.
           move reg-bx01 to jor-depois.
           call "rotsm01" using campo-jornal.
           go to lab-cg-04.
      *
       lab-cg-05.
           move "ARQRE01A" to nome-detalhe.
           move 0 to cont-lidos.
           open input arqre01.
           if re01-status not = "00"
              perform rot-nao-abre
              go to lab-cg-07
           end-if.
      *
       lab-cg-06.
           read arqre01 next record at end
                close arqre01
                perform rot-estat-carga
                go to lab-cg-07
           end-read.
           if re01-chave = high-values
              go to lab-cg-06
           end-if.
           add 1 to cont-lidos.
           move nome-detalhe to jor-arquivo.
           move reg-re01 to jor-depois.
           call "rotsm01" using campo-jornal.
           go to lab-cg-06.
      *
       lab-cg-07.
           move "ARQBE01A" to nome-detalhe.
           move 0 to cont-lidos.
           open input arqbe01.
           if be01-status not = "00"
              perform rot-nao-abre
              go to lab-cg-09
           end-if.
      *
       lab-cg-08.
           read arqbe01 next record at end
                close arqbe01
                perform rot-estat-carga
                go to lab-cg-09
           end-read.
           if be01-chave = high-values
              go to lab-cg-08
           end-if.
           add 1 to cont-lidos.
           move nome-detalhe to jor-arquivo.
           move reg-be01 to jor-depois.
           call "rotsm01" using campo-jornal.
           go to lab-cg-08.
      *
       lab-cg-09.
           move "ARQCX01A" to nome-detalhe.
           move 0 to cont-lidos.
           open input arqcx01.
           if cx01-status not = "00"
              perform rot-nao-abre
              go to lab-cg-11
           end-if.
      *
       lab-cg-10.
           read arqcx01 next record at end
                close arqcx01
                perform rot-estat-carga
                go to lab-cg-11
           end-read.
           if cx01-chave = high-values
              go to lab-cg-10
           end-if.
           add 1 to cont-lidos.
           move nome-detalhe to jor-arquivo.
           move reg-cx01 to jor-depois.
           call "rotsm01" using campo-jornal.
           go to lab-cg-10.
      *
       lab-cg-11.
           move "F" to jor-operacao.
           call "rotsm01" using campo-jornal.
      *
       lab-cg-fim.
           exit.
      *
      ************************
      *                      *
      *  Reconstrucao        *
      *                      *
      ************************
      *
       sec-reconstroi section.
      *
       lab-rec-00.
           move "RECONSTRUCAO DO RESUMO (ARQSM01A)" to cab-titulo-txt.
           perform rot-titulo.
           move "ARQSM01A" to nome-carga.
           move 0 to erro.
           perform sec-carga.
           if erro not = 0
              move 0 to erro
              go to lab-rec-fim
           end-if.
           move "Resumo reconstruido a partir do detalhe" to est-texto.
           write reg-imp from est-msg after 1 line.
      *
       lab-rec-fim.
           exit.
      *
      ************************
      *                      *
      *  Conferencia         *
      *                      *
      ************************
      *
      *    Refaz os totais na copia ARQSM01C e le as duas em
      *    ordem de chave: chave so de um lado ou com quantidade
      *    / valores diferentes sai na lista de divergencias
      *
       sec-confere section.
      *
       lab-cf-00.
           move 0 to cont-diverg.
           perform rot-zera-tipo
                   varying tp-idx from 1 by 1
                   until tp-idx > 8.
           move "CONFERENCIA DO RESUMO COM O DETALHE" to
                cab-titulo-txt.
           perform rot-titulo.
           move "ARQSM01C" to nome-carga.
           move 0 to erro.
           perform sec-carga.
           if erro not = 0
              move 0 to erro
              go to lab-cf-fim
           end-if.
           move "ARQSM01A" to nome-detalhe.
           open input arqsm01.
           if sm01-status not = "00"
              perform rot-nao-abre
              go to lab-cf-fim
           end-if.
           open input arqsmc.
           if smc-status not = "00"
              close arqsm01
              move "ARQSM01C" to nome-detalhe
              perform rot-nao-abre
              go to lab-cf-fim
           end-if.
           write reg-imp from spaces after 1 line.
           write reg-imp from div-cab after 1 line.
           move "N" to fim-sm01 fim-smc.
           move low-values to sm01-chave.
           start arqsm01 key is not less sm01-chave invalid key
                 move "S" to fim-sm01
           end-start.
           move low-values to smc-chave.
           start arqsmc key is not less smc-chave invalid key
                 move "S" to fim-smc
           end-start.
           if fim-sm01 = "N"
              perform rot-le-sm01
           end-if.
           if fim-smc = "N"
              perform rot-le-smc
           end-if.
      *
       lab-cf-01.
           if fim-sm01 = "S" and fim-smc = "S"
              go to lab-cf-02
           end-if.
           move 0 to res-qtd res-valor res-pago
                     det-qtd det-valor det-pago.
           if fim-smc = "S"
              go to lab-cf-01-res
           end-if.
           if fim-sm01 = "S"
              go to lab-cf-01-det
           end-if.
           if sm01-chave < smc-chave
              go to lab-cf-01-res
           end-if.
           if smc-chave < sm01-chave
              go to lab-cf-01-det
           end-if.
      *
      *    Mesma chave dos dois lados
      *
           move sm01-chave to chave-div.
           move sm01-quantidade to res-qtd.
           move sm01-valor to res-valor.
           move sm01-valor-pago to res-pago.
           move smc-quantidade to det-qtd.
           move smc-valor to det-valor.
           move smc-valor-pago to det-pago.
           perform rot-le-sm01.
           perform rot-le-smc.
           go to lab-cf-01-soma.
      *
       lab-cf-01-res.
           move sm01-chave to chave-div.
           move sm01-quantidade to res-qtd.
           move sm01-valor to res-valor.
           move sm01-valor-pago to res-pago.
           perform rot-le-sm01.
           go to lab-cf-01-soma.
      *
       lab-cf-01-det.
           move smc-chave to chave-div.
           move smc-quantidade to det-qtd.
           move smc-valor to det-valor.
           move smc-valor-pago to det-pago.
           perform rot-le-smc.
      *
       lab-cf-01-soma.
           perform rot-acha-tipo thru rot-acha-tipo-fim.
           if tp-idx not > 8
              add res-qtd to tp-qtd-res(tp-idx)
              add res-valor to tp-val-res(tp-idx)
              add det-qtd to tp-qtd-det(tp-idx)
              add det-valor to tp-val-det(tp-idx)
           end-if.
           if res-qtd not = det-qtd or res-valor not = det-valor or
              res-pago not = det-pago
              perform rot-imprime-div
           end-if.
           go to lab-cf-01.
      *
       lab-cf-02.
           close arqsm01 arqsmc.
           write reg-imp from tracos after 1 line.
           write reg-imp from tot-cab after 1 line.
           move 1 to tp-idx.
      *
       lab-cf-03.
           if tp-idx > 8
              go to lab-cf-04
           end-if.
           move tp-sigla(tp-idx) to tot-sigla.
           move tp-qtd-res(tp-idx) to tot-qtd-res.
           move tp-val-res(tp-idx) to tot-val-res.
           move tp-qtd-det(tp-idx) to tot-qtd-det.
           move tp-val-det(tp-idx) to tot-val-det.
           write reg-imp from tot-lin after 1 line.
           add 1 to tp-idx.
           go to lab-cf-03.
      *
       lab-cf-04.
           write reg-imp from spaces after 1 line.
           move spaces to est-texto.
           if cont-diverg = 0
              move "Resumo conferido - sem divergencias" to est-texto
           else
              string cont-diverg
                     " chaves divergentes - reconstruir o resumo (R)"
                     delimited by size into est-texto
              end-string
           end-if.
           write reg-imp from est-msg after 1 line.
      *
       lab-cf-fim.
           exit.
      *
      ************************
      *                      *
      *    T e l a s         *
      *                      *
      ************************
      *
       telas section.
      *
       accept-resposta-cad.
           move spaces to resposta.
           accept resposta at 2240 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
      *  Sequencia para dar Display
      *
       dsp-controle.
           move spaces to data-tela.
           if ult-reconstrucao not = 0
              move ult-reconstrucao to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to data-tela
           end-if.
           display data-tela at 1029 with foreground-color 15
                   background-color 01.
           display ult-usuario at 1129 with foreground-color 15
                   background-color 01.
      *
       dsp-funcao.
           display funcao at 1329 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
