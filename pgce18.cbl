      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  PGCE18       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Cotacao de Precos (chamado pelo pgce09) :                  *
      *                                                             *
      *  (C)adastro    - cotacao nova (numero zero) ou aberta:      *
      *                  itens (produto e quantidade) e os          *
      *                  fornecedores convidados (ARQCD01);         *
      *  (I)mprime     - pedido de cotacao p/ cada convidado;       *
      *  (P)ropostas   - prazo de entrega, condicao de pagamento    *
      *                  e preco de cada item por fornecedor;       *
      *  (M)apa        - mapa comparativo com o menor preco de      *
      *                  cada item destacado e o resumo por         *
      *                  fornecedor;                                *
      *  (V)encedores  - fornecedor vencedor de cada item (o de     *
      *                  menor preco e sugerido) e geracao de um    *
      *                  pedido por vencedor no ARQPC01, aguardando *
      *                  aprovacao (pgav01). Acima do valor limite  *
      *                  a cotacao precisa do minimo de propostas;  *
      *  (L)imite      - valor acima do qual a compra exige         *
      *                  cotacao e o minimo de propostas.           *
      *                                                             *
      *  Fornecedor abaixo da nota minima na avaliacao (pgce19)     *
      *  e sinalizado no convite.                                   *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgce18.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqce02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce02-chave
                  alternate record key is ce02-chave-1 with duplicates
                  file status is ce02-status.
      *
           select arqce10 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce10-chave
                  file status is ce10-status.
      *
           select arqce11 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce11-chave
                  file status is ce11-status.
      *
           select arqce12 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce12-chave
                  file status is ce12-status.
      *
           select arqpc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pc01-chave
                  alternate record key is pc01-chave-1 with duplicates
                  file status is pc01-status.
      *
           select arqcd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cd01-chave
                  alternate record key is cd01-chave-1 with duplicates
                  alternate record key is cd01-chave-2 with duplicates
                  alternate record key is cd01-chave-3 with duplicates
                  alternate record key is cd01-chave-4 with duplicates
                  file status is cd01-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdce02.lib.
      *
       copy fdce10.lib.
      *
       copy fdce11.lib.
      *
       copy fdce12.lib.
      *
       copy fdpc01.lib.
      *
       copy fdcd01.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 ce02-status                  pic x(02) value "00".
       01 ce02-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce02.
          02 ce02-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce02-nome                 pic x(08) value "ARQCE02A".
          02 filler                    pic x(01) value ".".
          02 ce02-ext                  pic x(03) value "DAT".
      *
       01 ce10-status                  pic x(02) value "00".
       01 ce10-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce10.
          02 ce10-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce10-nome                 pic x(08) value "ARQCE10A".
          02 filler                    pic x(01) value ".".
          02 ce10-ext                  pic x(03) value "DAT".
      *
       01 ce11-status                  pic x(02) value "00".
       01 ce11-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce11.
          02 ce11-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce11-nome                 pic x(08) value "ARQCE11A".
          02 filler                    pic x(01) value ".".
          02 ce11-ext                  pic x(03) value "DAT".
      *
       01 ce12-status                  pic x(02) value "00".
      *
       01 nome-arq-ce12.
          02 ce12-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce12-nome                 pic x(08) value "ARQCE12A".
          02 filler                    pic x(01) value ".".
          02 ce12-ext                  pic x(03) value "DAT".
      *
       01 pc01-status                  pic x(02) value "00".
       01 pc01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pc01.
          02 pc01-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 pc01-nome                 pic x(08) value "ARQPC01A".
          02 filler                    pic x(01) value ".".
          02 pc01-ext                  pic x(03) value "DAT".
      *
       01 cd01-status                  pic x(02) value "00".
       01 cd01-stat                    pic x(01) value "F".
      *
       01 nome-arq-cd01.
          02 cd01-dir                  pic x(03) value "CD2".
          02 filler                    pic x(01) value "\".
          02 cd01-nome                 pic x(08) value "ARQCD01A".
          02 filler                    pic x(01) value ".".
          02 cd01-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE18".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 limpa-70                     pic x(70) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 linha-tela                   pic 9(02) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(120) value all "-".
       01 campo-wait-aux               pic 9(04) comp-5 value 2.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 cot-numero                pic 9(06) value 0.
          02 cot-obs                   pic x(40) value spaces.
          02 cot-grupo                 pic 9(05) value 0.
          02 cot-produto               pic 9(05) value 0.
          02 cot-quantidade            pic 9(05) value 0.
          02 cot-fornecedor            pic 9(05) value 0.
          02 prp-prazo                 pic 9(03) value 0.
          02 prp-cond                  pic x(20) value spaces.
          02 preco-aux                 pic z(10)9,9(02) value 0.
          02 preco                     pic 9(11)v9(02) value 0.
          02 venc-fornecedor           pic 9(05) value 0.
          02 par-minimo                pic 9(01) value 0.
      *
       01 ult-linha                    pic 9(02) value 0.
       01 linha-item                   pic 9(02) value 0.
       01 pedido                       pic 9(06) value 0.
       01 tot-pedidos                  pic 9(03) value 0.
       01 valor-limite                 pic 9(11)v9(02) value 0.
       01 min-propostas                pic 9(01) value 0.
       01 valor-estimado               pic 9(13)v9(02) value 0.
       01 valor-item                   pic 9(13)v9(02) value 0.
       01 menor-fornecedor             pic 9(05) value 0.
       01 menor-preco                  pic 9(11)v9(02) value 0.
       01 preco-ed                     pic zz.zzz.zzz.zz9,99.
       01 data-disp-cot                pic x(08) value spaces.
      *
      *    Fornecedores convidados da cotacao (ate 20)
      *
       01 qtd-forn                     pic 9(02) comp-5 value 0.
       01 ix-forn                      pic 9(02) comp-5 value 0.
       01 qtd-respostas                pic 9(02) value 0.
       01 tab-forn.
          02 tf-item occurs 20.
             03 tf-fornecedor          pic 9(05).
             03 tf-situacao            pic x(01).
             03 tf-prazo               pic 9(03).
             03 tf-cond                pic x(20).
             03 tf-total               pic 9(13)v9(02).
             03 tf-itens               pic 9(03).
             03 tf-pedido              pic 9(06).
             03 tf-linha-ped           pic 9(02).
      *
       01 msg-avaliacao.
          02 filler                    pic x(39) value
             " Fornecedor abaixo da nota minima (nota".
          02 msg-ava-nota              pic zz9,99.
          02 filler                    pic x(15) value
             ") Tecle <Enter>".
      *
       01 linha-tela-item.
          02 lti-linha                 pic 9(02) value 0.
          02 filler                    pic x(02) value spaces.
          02 lti-grupo                 pic 9(05) value 0.
          02 filler                    pic x(01) value "-".
          02 lti-produto               pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 lti-descricao             pic x(35) value spaces.
          02 filler                    pic x(01) value spaces.
          02 lti-quantidade            pic zz.zz9.
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
          02 cab-titulo                pic x(40) value spaces.
          02 filler                    pic x(11) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-cotacao.
          02 filler                    pic x(13) value "Cotacao no.: ".
          02 ccb-cotacao               pic 9(06) value 0.
          02 filler                    pic x(04) value spaces.
          02 filler                    pic x(06) value "Data: ".
          02 ccb-data                  pic x(08) value spaces.
          02 filler                    pic x(04) value spaces.
          02 ccb-obs                   pic x(40) value spaces.
      *
      *    Pedido de cotacao ao fornecedor
      *
       01 car-fornecedor.
          02 filler                    pic x(13) value "Fornecedor.: ".
          02 car-codigo                pic 9(05) value 0.
          02 filler                    pic x(03) value " - ".
          02 car-razao                 pic x(40) value spaces.
      *
       01 car-endereco.
          02 filler                    pic x(13) value "Endereco...: ".
          02 car-end                   pic x(40) value spaces.
          02 filler                    pic x(03) value " - ".
          02 car-cidade                pic x(15) value spaces.
          02 filler                    pic x(01) value "/".
          02 car-uf                    pic x(02) value spaces.
      *
       01 car-telefone.
          02 filler                    pic x(13) value "Telefone...: ".
          02 filler                    pic x(01) value "(".
          02 car-ddd                   pic 9(04) value 0.
          02 filler                    pic x(02) value ") ".
          02 car-fone                  pic x(08) value spaces.
      *
       01 car-texto-1                  pic x(80) value
          "Solicitamos cotacao de precos para os itens abaixo, com o".
       01 car-texto-2                  pic x(80) value
          "preco unitario, prazo de entrega e condicao de pagamento.".
      *
       01 car-tit.
          02 filler                    pic x(06) value "Item".
          02 filler                    pic x(13) value "Grupo/Prod.".
          02 filler                    pic x(42) value "Descricao".
          02 filler                    pic x(12) value "Quantidade".
          02 filler                    pic x(20) value
             "     Preco unitario".
      *
       01 car-lin.
          02 car-linha                 pic 9(02) value 0.
          02 filler                    pic x(04) value spaces.
          02 car-grupo                 pic 9(05) value 0.
          02 filler                    pic x(01) value "/".
          02 car-produto               pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 car-descricao             pic x(40) value spaces.
          02 filler                    pic x(06) value spaces.
          02 car-quantidade            pic zz.zz9.
          02 filler                    pic x(05) value spaces.
          02 filler                    pic x(16) value all "_".
      *
       01 car-rodape-1.
          02 filler                    pic x(37) value
             "Prazo de entrega (dias): ________".
          02 filler                    pic x(43) value
             "Condicao de pagamento: ____________________".
       01 car-rodape-2.
          02 filler                    pic x(37) value
             "Validade da proposta...: ________".
          02 filler                    pic x(43) value
             "Assinatura...........: ____________________".
      *
      *    Mapa comparativo
      *
       01 cab-tit-map.
          02 filler                    pic x(11) value spaces.
          02 filler                    pic x(27) value "Fornecedor".
          02 filler                    pic x(19) value
             "       Preco Unit.".
          02 filler                    pic x(20) value
             "              Total".
          02 filler                    pic x(07) value "  Prazo".
          02 filler                    pic x(22) value
             "  Cond. Pagamento".
      *
       01 map-item.
          02 filler                    pic x(05) value "Item ".
          02 mit-linha                 pic 9(02) value 0.
          02 filler                    pic x(02) value spaces.
          02 mit-grupo                 pic 9(05) value 0.
          02 filler                    pic x(01) value "/".
          02 mit-produto               pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 mit-descricao             pic x(40) value spaces.
          02 filler                    pic x(07) value "  Qtd: ".
          02 mit-quantidade            pic zz.zz9.
      *
       01 map-forn.
          02 filler                    pic x(05) value spaces.
          02 mfo-fornecedor            pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 mfo-razao                 pic x(25) value spaces.
          02 filler                    pic x(02) value spaces.
          02 mfo-preco                 pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 mfo-total                 pic zzz.zzz.zzz.zz9,99.
          02 filler                    pic x(03) value spaces.
          02 mfo-prazo                 pic zz9.
          02 filler                    pic x(03) value spaces.
          02 mfo-cond                  pic x(20) value spaces.
          02 filler                    pic x(01) value spaces.
          02 mfo-menor                 pic x(15) value spaces.
      *
       01 map-tit-res.
          02 filler                    pic x(11) value spaces.
          02 filler                    pic x(27) value "Fornecedor".
          02 filler                    pic x(08) value "   Itens".
          02 filler                    pic x(20) value
             "       Total cotado".
          02 filler                    pic x(07) value "  Prazo".
          02 filler                    pic x(22) value
             "  Cond. Pagamento".
      *
       01 map-res.
          02 filler                    pic x(05) value spaces.
          02 mrs-fornecedor            pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 mrs-razao                 pic x(25) value spaces.
          02 filler                    pic x(05) value spaces.
          02 mrs-itens                 pic zz9.
          02 filler                    pic x(02) value spaces.
          02 mrs-total                 pic zzz.zzz.zzz.zz9,99.
          02 filler                    pic x(03) value spaces.
          02 mrs-prazo                 pic zz9.
          02 filler                    pic x(03) value spaces.
          02 mrs-cond                  pic x(20) value spaces.
          02 filler                    pic x(02) value spaces.
          02 mrs-situacao              pic x(16) value spaces.
      *
       01 map-politica-1.
          02 filler                    pic x(22) value
             "Propostas recebidas: ".
          02 mpo-respostas             pic z9.
          02 filler                    pic x(05) value spaces.
          02 filler                    pic x(17) value
             "Minimo exigido: ".
          02 mpo-minimo                pic 9.
      *
       01 map-politica-2.
          02 filler                    pic x(34) value
             "Valor estimado (menores precos): ".
          02 mpo-estimado              pic zzz.zzz.zzz.zz9,99.
          02 filler                    pic x(05) value spaces.
          02 filler                    pic x(18) value
             "Limite p/ cotacao ".
          02 mpo-limite                pic zz.zzz.zzz.zz9,99.
      *
       01 map-politica-3               pic x(60) value
          "*** Cotacao nao atende ao minimo de propostas ***".
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
          02 line 04 column 56 foreground-color 06 background-color 01
             highlight value "Cotacao de Precos".
          02 line 06 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (C/I/P/M/V/L).:".
      *
       01 tela-cotacao.
          02 line 07 column 06 foreground-color 06 background-color 01
             highlight value "Cotacao (0=nova).....:".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Observacao...........:".
      *
       01 tela-cadastro.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Item.................:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Grupo/Produto........:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Quantidade...........:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Fornecedor convidado.:".
      *
       01 tela-propostas.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Fornecedor...........:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Prazo entrega (dias).:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Cond. de pagamento...:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "It  Grupo-Produto  Descricao".
          02 line 14 column 66 foreground-color 06 background-color 01
             highlight value "Qtde".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Preco unitario.......:".
      *
       01 tela-vencedores.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "It  Grupo-Produto  Descricao".
          02 line 10 column 66 foreground-color 06 background-color 01
             highlight value "Qtde".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Menor preco..........:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Vencedor (0=nao comp):".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Preco do vencedor....:".
      *
       01 tela-limite.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Valor p/ cotacao.....:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Minimo de propostas..:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Compras acima do valor (zero = sem limite)
      -      " so por cotacao".
      *
       01 tela-mensagem-cad.
          02 line 23 column 05 foreground-color 07 background-color 01
             highlight pic x(66) from mensagem.
      *
       01 tela-erro-cad.
          02 line 23 column 05 foreground-color 15 background-color 04
             highlight pic x(66) from mensagem.
      *
       01 tela-limpa-cad.
          02 line 23 column 05 foreground-color 01 background-color 01
             pic x(66) from spaces.
      *
       copy scrgen.lib.
      *
       procedure division using param-menu.
      *
       lab-00.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-save-buffer.
           display tela-cabec.
           move 03 to box-col.
           move 03 to box-lin.
           move 76 to box-col-f.
           move 21 to box-lin-f.
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
       rot-open-ce02.
           move 0 to erro.
           if ce02-stat = "F"
              open input arqce02
              if ce02-status not = "00"
                 move
                 " Erro de abertura no ARQCE02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce02-stat
              end-if
           end-if.
      *
       rot-close-ce02.
           if ce02-stat = "A"
              close arqce02
              move "F" to ce02-stat
           end-if.
      *
       rot-le-ce02.
           move 0 to erro.
           read arqce02 invalid key move 1 to erro.
           if ce02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce02
           end-if.
      *
       rot-open-ce10.
           move 0 to erro.
           if ce10-stat = "F"
              open i-o arqce10
              if ce10-status = "35"
                 open output arqce10
                 close arqce10
                 open i-o arqce10
                 if ce10-status = "00"
                    move high-values to ce10-chave-controle
                    move 0 to ce10-ult-cotacao ce10-valor-limite
                    move 3 to ce10-min-propostas
                    write reg-ce10-1 invalid key
                          continue
                    end-write
                 end-if
              end-if
              if ce10-status not = "00"
                 move
                 " Erro de abertura no ARQCE10A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce10-stat
              end-if
           end-if.
      *
       rot-close-ce10.
           if ce10-stat = "A"
              close arqce10
              move "F" to ce10-stat
           end-if.
      *
       rot-le-ce10.
           move 0 to erro.
           read arqce10 invalid key move 1 to erro.
           if ce10-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce10
           end-if.
      *
       rot-le-prox-ce10.
           move 0 to erro.
           read arqce10 next record at end move 1 to erro.
           if ce10-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce10
           end-if.
      *
       rot-le-controle-ce10.
           move high-values to ce10-chave-controle.
           perform rot-le-ce10.
           if erro not = 0
              move " Erro de leitura - ARQCE10A.DAT - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
           end-if.
      *
      *    Cabecalho da cotacao cot-numero (erro = 1 se nao existe)
      *
       rot-le-cabecalho.
           move cot-numero to ce10-cotacao-cab.
           move 0 to ce10-linha-cab.
           perform rot-le-ce10.
      *
      *    Posiciona no primeiro item da cotacao; rot-proximo-item
      *    devolve erro = 1 no fim dos itens
      *
       rot-primeiro-item.
           move cot-numero to ce10-cotacao.
           move 1 to ce10-linha.
           move 0 to erro.
           start arqce10 key is not less ce10-chave invalid key
                 move 1 to erro
           end-start.
       rot-proximo-item.
           if erro not = 0
              go to rot-proximo-item-fim
           end-if.
           perform rot-le-prox-ce10.
           if erro not = 0
              go to rot-proximo-item-fim
           end-if.
           if ce10-chave-controle = high-values
              move 1 to erro
              go to rot-proximo-item-fim
           end-if.
           if ce10-cotacao not = cot-numero
              move 1 to erro
           end-if.
       rot-proximo-item-fim.
           exit.
      *
       rot-open-ce11.
           move 0 to erro.
           if ce11-stat = "F"
              open i-o arqce11
              if ce11-status = "35"
                 open output arqce11
                 close arqce11
                 open i-o arqce11
              end-if
              if ce11-status not = "00"
                 move
                 " Erro de abertura no ARQCE11A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce11-stat
              end-if
           end-if.
      *
       rot-close-ce11.
           if ce11-stat = "A"
              close arqce11
              move "F" to ce11-stat
           end-if.
      *
       rot-le-ce11.
           move 0 to erro.
           read arqce11 invalid key move 1 to erro.
           if ce11-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce11
           end-if.
      *
       rot-le-prox-ce11.
           move 0 to erro.
           read arqce11 next record at end move 1 to erro.
           if ce11-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce11
           end-if.
      *
      *    Carrega os fornecedores convidados da cotacao (linha 00
      *    do arqce11) e conta as propostas recebidas
      *
       rot-carrega-forn.
           move 0 to qtd-forn qtd-respostas.
           move cot-numero to ce11-cotacao.
           move 0 to ce11-fornecedor ce11-linha.
           start arqce11 key is not less ce11-chave invalid key
                 go to rot-carrega-forn-fim
           end-start.
       rot-carrega-forn-1.
           perform rot-le-prox-ce11.
           if erro not = 0
              move 0 to erro
              go to rot-carrega-forn-fim
           end-if.
           if ce11-cotacao not = cot-numero
              go to rot-carrega-forn-fim
           end-if.
           if ce11-linha not = 0 or qtd-forn = 20
              go to rot-carrega-forn-1
           end-if.
           add 1 to qtd-forn.
           move ce11-fornecedor to tf-fornecedor(qtd-forn).
           move ce11-situacao to tf-situacao(qtd-forn).
           move ce11-prazo to tf-prazo(qtd-forn).
           move ce11-cond-pagto to tf-cond(qtd-forn).
           move 0 to tf-total(qtd-forn) tf-itens(qtd-forn).
           move 0 to tf-pedido(qtd-forn) tf-linha-ped(qtd-forn).
           if ce11-situacao = "R"
              add 1 to qtd-respostas
           end-if.
           go to rot-carrega-forn-1.
       rot-carrega-forn-fim.
           exit.
      *
      *    Menor preco do item em reg-ce10 entre as propostas
      *    recebidas (menor-fornecedor = 0 se ninguem cotou)
      *
       rot-menor-preco.
           move 0 to menor-fornecedor menor-preco ix-forn.
       rot-menor-preco-1.
           add 1 to ix-forn.
           if ix-forn > qtd-forn
              go to rot-menor-preco-fim
           end-if.
           if tf-situacao(ix-forn) not = "R"
              go to rot-menor-preco-1
           end-if.
           move cot-numero to ce11-cotacao.
           move tf-fornecedor(ix-forn) to ce11-fornecedor.
           move ce10-linha to ce11-linha.
           perform rot-le-ce11.
           if erro not = 0
              move 0 to erro
              go to rot-menor-preco-1
           end-if.
           if ce11-preco = 0
              go to rot-menor-preco-1
           end-if.
           if menor-fornecedor = 0 or ce11-preco < menor-preco
              move ce11-fornecedor to menor-fornecedor
              move ce11-preco to menor-preco
           end-if.
           go to rot-menor-preco-1.
       rot-menor-preco-fim.
           exit.
      *
      *    Indice do fornecedor cot-fornecedor na tabela (ix-forn
      *    = 0 se nao foi convidado)
      *
       rot-acha-forn.
           move 0 to ix-forn.
       rot-acha-forn-1.
           add 1 to ix-forn.
           if ix-forn > qtd-forn
              move 0 to ix-forn
              go to rot-acha-forn-fim
           end-if.
           if tf-fornecedor(ix-forn) not = cot-fornecedor
              go to rot-acha-forn-1
           end-if.
       rot-acha-forn-fim.
           exit.
      *
       rot-open-pc01.
           move 0 to erro.
           if pc01-stat = "F"
              open i-o arqpc01
              if pc01-status = "35"
                 open output arqpc01
                 move zeros to reg-pc01-1
                 move high-values to pc01-controle
                 move 0 to pc01-ult-pedido
                 write reg-pc01-1
                 close arqpc01
                 open i-o arqpc01
              end-if
              if pc01-status not = "00"
                 move
                 " Erro de abertura no ARQPC01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pc01-stat
              end-if
           end-if.
      *
       rot-close-pc01.
           if pc01-stat = "A"
              close arqpc01
              move "F" to pc01-stat
           end-if.
      *
       rot-ponteiro-pc01.
           move 0 to erro.
           start arqpc01 key is equal pc01-chave invalid key
                 move 1 to erro
           end-start.
      *
       rot-le-pc01-lock.
           move 0 to erro.
           read arqpc01 next.
           if pc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait-aux
              go to rot-le-pc01-lock
           end-if.
           read arqpc01 with kept lock.
      *
       rot-open-cd01.
           move 0 to erro.
           if cd01-stat = "F"
              open input arqcd01
              if cd01-status not = "00"
                 move
                 " Erro de abertura no ARQCD01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to cd01-stat
              end-if
           end-if.
      *
       rot-close-cd01.
           if cd01-stat = "A"
              close arqcd01
              move "F" to cd01-stat
           end-if.
      *
       rot-le-cd01.
           move 0 to erro.
           read arqcd01 invalid key move 1 to erro.
           if cd01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-cd01
           end-if.
      *
       rot-open-imp.
           move 0 to erro.
           move param-impress to impress.
           move zeros to imp-status.
           if imp-stat = "F"
              open output arqimp
              if imp-status not = "00"
                 move " Erro de impressao - Tecle <Enter>" to mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to imp-stat
              end-if
           end-if.
      *
       rot-close-imp.
           if imp-stat = "A"
              close arqimp
              move "F" to imp-stat
           end-if.
      *
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       rot-cabec.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           move 8 to linha.
           add 1 to pagina
           move pagina to cab-pagina
           if pagina = 1
              write reg-imp from cab-abav
              write reg-imp from cab-prog after 1 line
           else
              write reg-imp from cab-abav after page
              write reg-imp from cab-prog after 2 lines
           end-if.
           write reg-imp from cab-cotacao after 2 lines.
           write reg-imp from tracos after 1 line.
           if funcao = "M"
              write reg-imp from cab-tit-map after 1 line
              write reg-imp from tracos after 1 line
           end-if.
      *
      *    Data e observacao da cotacao p/ o cabecalho (reg-ce10-cab)
      *
       rot-dados-cabec.
           move ce10-cotacao-cab to ccb-cotacao.
           move ce10-obs to ccb-obs.
           move ce10-data-cot to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to ccb-data data-disp-cot.
      *
       rot-limpa-painel.
           move 10 to linha-tela.
       rot-limpa-painel-1.
           if linha-tela > 20
              go to rot-limpa-painel-fim
           end-if.
           display limpa-70 at line linha-tela column 05 with
                   foreground-color 01 background-color 01.
           add 1 to linha-tela.
           go to rot-limpa-painel-1.
       rot-limpa-painel-fim.
           exit.
      *
      *    Aviso do fornecedor abaixo da nota minima na ultima
      *    avaliacao (ARQCE12); sem avaliacao nao ha aviso
      *
       rot-verifica-avaliacao.
           open input arqce12.
           if ce12-status not = "00"
              go to rot-verifica-avaliacao-fim
           end-if.
           move cot-fornecedor to ce12-fornecedor.
           read arqce12 invalid key
                move "N" to ce12-abaixo
           end-read.
           if ce12-status = "00" and ce12-abaixo = "S"
              move ce12-nota to msg-ava-nota
              move msg-avaliacao to mensagem
              perform rot-erro-cad
           end-if.
           close arqce12.
       rot-verifica-avaliacao-fim.
           exit.
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
           if funcao not = "C" and "I" and "P" and "M" and "V" and "L"
              go to lab-fun-01
           end-if.
           if (funcao = "V" or "L") and param-prioridade < 5
              perform display-erro-usr
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           perform rot-open-ce10.
           if erro not = 0
              go to lab-fun-fim
           end-if.
           perform rot-open-ce11.
           if erro not = 0
              go to lab-fun-fim
           end-if.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-fun-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-fun-fim
           end-if.
           evaluate true
                    when funcao = "C"
                         perform sec-cadastro
                    when funcao = "I"
                         perform sec-imprime
                    when funcao = "P"
                         perform sec-propostas
                    when funcao = "M"
                         perform sec-mapa
                    when funcao = "V"
                         perform sec-vencedores
                    when funcao = "L"
                         perform sec-limite
           end-evaluate.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           perform lmp-cotacao thru lmp-obs.
           display tela-01.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform rot-close-cd01.
           perform rot-close-ce02.
           perform rot-close-ce11.
           perform rot-close-ce10.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Leitura da cotacao  *
      *  (I/P/M/V)           *
      *                      *
      ************************
      *
       sec-le-cotacao section.
      *
       lab-lec-01.
           display tela-cotacao.
           move 0 to cot-numero.
           perform lmp-cotacao thru lmp-obs.
           perform acc-cotacao.
           if escape-key = 1
              move 1 to erro
              go to lab-lec-fim
           end-if.
           if cot-numero = 0
              go to lab-lec-01
           end-if.
           perform rot-le-cabecalho.
           if erro not = 0
              move 0 to erro
              move " Cotacao nao cadastrada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-lec-01
           end-if.
           perform rot-dados-cabec.
           display ce10-obs at 0829 with
                   foreground-color 15 background-color 01.
           if ce10-situacao not = "A" and funcao not = "I" and "M"
              move " Cotacao encerrada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-lec-01
           end-if.
           perform rot-carrega-forn thru rot-carrega-forn-fim.
           move 0 to erro.
      *
       lab-lec-fim.
           exit.
      *
      ************************
      *                      *
      *  Cadastro            *
      *                      *
      ************************
      *
       sec-cadastro section.
      *
       lab-cad-01.
           display tela-cotacao.
           move 0 to cot-numero.
           perform lmp-cotacao thru lmp-obs.
           perform acc-cotacao.
           if escape-key = 1
              go to lab-cad-fim
           end-if.
           if cot-numero = 0
              go to lab-cad-02
           end-if.
           perform rot-le-cabecalho.
           if erro not = 0
              move 0 to erro
              move " Cotacao nao cadastrada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-cad-01
           end-if.
           if ce10-situacao not = "A"
              move " Cotacao encerrada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-cad-01
           end-if.
           display ce10-obs at 0829 with
                   foreground-color 15 background-color 01.
      *
      *    Ultimo item da cotacao
      *
           move 0 to ult-linha.
           perform rot-primeiro-item thru rot-proximo-item-fim.
       lab-cad-01a.
           if erro not = 0
              move 0 to erro
              go to lab-cad-03
           end-if.
           move ce10-linha to ult-linha.
           perform rot-proximo-item thru rot-proximo-item-fim.
           go to lab-cad-01a.
      *
      *    Cotacao nova
      *
       lab-cad-02.
           move spaces to cot-obs.
           perform acc-obs.
           if escape-key = 1
              go to lab-cad-01
           end-if.
           move cot-obs to txt.
           perform rot-texto.
           move txt to cot-obs.
           if cot-obs = spaces
              go to lab-cad-02
           end-if.
           perform rot-le-controle-ce10.
           if erro not = 0
              move 0 to erro
              go to lab-cad-fim
           end-if.
           add 1 to ce10-ult-cotacao.
           move ce10-ult-cotacao to cot-numero.
           rewrite reg-ce10-1 invalid key
                   continue
           end-rewrite.
           move cot-numero to ce10-cotacao-cab.
           move 0 to ce10-linha-cab.
           move param-data to ce10-data-cot.
           move cot-obs to ce10-obs.
           move "A" to ce10-situacao.
           move 0 to ce10-valor-estimado.
           move param-usr to ce10-usuario-cab.
           move param-data to ce10-data-cab.
           write reg-ce10-cab invalid key
                 move " Erro de gravacao - ARQCE10A.DAT - Tecle <Enter>"
                      to mensagem
                 perform rot-erro-cad
                 go to lab-cad-01
           end-write.
           display cot-numero at 0729 with
                   foreground-color 15 background-color 01.
           move 0 to ult-linha.
      *
      *    Itens
      *
       lab-cad-03.
           display tela-cadastro.
           if ult-linha = 99
              go to lab-cad-07
           end-if.
           compute linha-item = ult-linha + 1.
           display linha-item at 1029 with
                   foreground-color 15 background-color 01.
           move 0 to cot-grupo cot-produto.
           perform lmp-produto.
           perform acc-grupo.
           if escape-key = 1
              perform lmp-produto thru lmp-quantidade
              go to lab-cad-07
           end-if.
           if cot-grupo = 0
              go to lab-cad-03
           end-if.
      *
       lab-cad-04.
           move 0 to cot-produto.
           perform acc-produto.
           if escape-key = 1
              go to lab-cad-03
           end-if.
           if cot-produto = 0
              go to lab-cad-04
           end-if.
           move cot-grupo to ce02-grupo.
           move cot-produto to ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move 0 to erro
              move " Produto nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-cad-04
           end-if.
           display ce02-descricao-a(1:30) at 1142 with
                   foreground-color 15 background-color 01.
      *
       lab-cad-05.
           move 0 to cot-quantidade.
           perform lmp-quantidade.
           perform acc-quantidade.
           if escape-key = 1
              perform lmp-quantidade
              go to lab-cad-04
           end-if.
           if cot-quantidade = 0
              go to lab-cad-05
           end-if.
      *
       lab-cad-06.
           move "Grava o item (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-cad-05
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              perform lmp-produto thru lmp-quantidade
              go to lab-cad-03
           end-if.
           if resposta not = "S"
              go to lab-cad-06
           end-if.
           move cot-numero to ce10-cotacao.
           move linha-item to ce10-linha.
           move cot-grupo to ce10-grupo.
           move cot-produto to ce10-produto.
           move cot-quantidade to ce10-quantidade.
           move 0 to ce10-vencedor ce10-preco-venc ce10-pedido.
           move param-usr to ce10-usuario.
           move param-data to ce10-data.
           write reg-ce10 invalid key
                 move " Erro de gravacao - ARQCE10A.DAT - Tecle <Enter>"
                      to mensagem
                 perform rot-erro-cad
                 go to lab-cad-03
           end-write.
           move linha-item to ult-linha.
           perform lmp-produto thru lmp-quantidade.
           go to lab-cad-03.
      *
      *    Fornecedores convidados
      *
       lab-cad-07.
           perform rot-carrega-forn thru rot-carrega-forn-fim.
           move 0 to cot-fornecedor.
           perform lmp-convidado.
           perform acc-convidado.
           if escape-key = 1
              perform lmp-convidado
              perform rot-limpa-painel thru rot-limpa-painel-fim
              go to lab-cad-01
           end-if.
           if cot-fornecedor = 0
              go to lab-cad-07
           end-if.
           move cot-fornecedor to cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move 0 to erro
              move " Fornecedor nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-cad-07
           end-if.
           display cd01-razao-social-a(1:35) at 1436 with
                   foreground-color 15 background-color 01.
           perform rot-acha-forn thru rot-acha-forn-fim.
           if ix-forn not = 0
              move " Fornecedor ja convidado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-cad-07
           end-if.
           if qtd-forn = 20
              move " Cotacao com o maximo de fornecedores - Tecle <Enter
      -       ">" to mensagem
              perform rot-erro-cad
              go to lab-cad-07
           end-if.
           perform rot-verifica-avaliacao thru
                   rot-verifica-avaliacao-fim.
      *
       lab-cad-08.
           move "Convida o fornecedor (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-cad-07
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-cad-07
           end-if.
           if resposta not = "S"
              go to lab-cad-08
           end-if.
           move cot-numero to ce11-cotacao.
           move cot-fornecedor to ce11-fornecedor.
           move 0 to ce11-linha.
           move 0 to ce11-preco ce11-prazo ce11-data-resp.
           move spaces to ce11-cond-pagto.
           move "C" to ce11-situacao.
           move param-usr to ce11-usuario.
           move param-data to ce11-data.
           write reg-ce11 invalid key
                 move " Erro de gravacao - ARQCE11A.DAT - Tecle <Enter>"
                      to mensagem
                 perform rot-erro-cad
           end-write.
           go to lab-cad-07.
      *
       lab-cad-fim.
           exit.
      *
      ************************
      *                      *
      *  Pedido de cotacao   *
      *                      *
      ************************
      *
       sec-imprime section.
      *
       lab-imp-01.
           perform sec-le-cotacao.
           if erro not = 0
              move 0 to erro
              go to lab-imp-fim
           end-if.
           if qtd-forn = 0
              move " Cotacao sem fornecedor convidado - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-imp-01
           end-if.
      *
       lab-imp-02.
           move "Imprime os pedidos de cotacao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-imp-01
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-imp-01
           end-if.
           if resposta not = "S"
              go to lab-imp-02
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           move "Pedido de Cotacao" to cab-titulo.
           move 0 to pagina ix-forn.
      *
      *    Uma pagina por fornecedor convidado
      *
       lab-imp-03.
           add 1 to ix-forn.
           if ix-forn > qtd-forn
              go to lab-imp-05
           end-if.
           perform rot-cabec.
           move tf-fornecedor(ix-forn) to car-codigo cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move 0 to erro
              move spaces to cd01-razao-social-a cd01-endereco
              move spaces to cd01-cidade cd01-uf cd01-telefone
              move 0 to cd01-ddd
           end-if.
           move cd01-razao-social-a to car-razao.
           move cd01-endereco to car-end.
           move cd01-cidade to car-cidade.
           move cd01-uf to car-uf.
           move cd01-ddd to car-ddd.
           move cd01-telefone to car-fone.
           write reg-imp from car-fornecedor after 1 line.
           write reg-imp from car-endereco after 1 line.
           write reg-imp from car-telefone after 1 line.
           write reg-imp from car-texto-1 after 2 lines.
           write reg-imp from car-texto-2 after 1 line.
           write reg-imp from tracos after 2 lines.
           write reg-imp from car-tit after 1 line.
           write reg-imp from tracos after 1 line.
           perform rot-primeiro-item thru rot-proximo-item-fim.
      *
       lab-imp-04.
           if erro not = 0
              move 0 to erro
              write reg-imp from tracos after 1 line
              write reg-imp from car-rodape-1 after 2 lines
              write reg-imp from car-rodape-2 after 2 lines
              go to lab-imp-03
           end-if.
           move ce10-linha to car-linha.
           move ce10-grupo to car-grupo ce02-grupo.
           move ce10-produto to car-produto ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move spaces to ce02-descricao-a
           end-if.
           move 0 to erro.
           move ce02-descricao-a to car-descricao.
           move ce10-quantidade to car-quantidade.
           write reg-imp from car-lin after 2 lines.
           perform rot-proximo-item thru rot-proximo-item-fim.
           go to lab-imp-04.
      *
       lab-imp-05.
           perform rot-close-imp.
           move " Pedidos de cotacao impressos - Tecle <Enter>" to
                mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-imp-fim.
           exit.
      *
      ************************
      *                      *
      *  Propostas           *
      *                      *
      ************************
      *
       sec-propostas section.
      *
       lab-prp-01.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           perform sec-le-cotacao.
           if erro not = 0
              move 0 to erro
              go to lab-prp-fim
           end-if.
           display tela-propostas.
      *
       lab-prp-02.
           move 0 to cot-fornecedor.
           perform lmp-fornecedor thru lmp-cond.
           perform acc-fornecedor.
           if escape-key = 1
              go to lab-prp-01
           end-if.
           if cot-fornecedor = 0
              go to lab-prp-02
           end-if.
           move cot-numero to ce11-cotacao.
           move cot-fornecedor to ce11-fornecedor.
           move 0 to ce11-linha.
           perform rot-le-ce11.
           if erro not = 0
              move 0 to erro
              move " Fornecedor nao convidado p/ esta cotacao - Tecle <E
      -       "nter>" to mensagem
              perform rot-erro-cad
              go to lab-prp-02
           end-if.
           move cot-fornecedor to cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move 0 to erro
              move spaces to cd01-razao-social-a
           end-if.
           display cd01-razao-social-a(1:35) at 1036 with
                   foreground-color 15 background-color 01.
           move ce11-prazo to prp-prazo.
           move ce11-cond-pagto to prp-cond.
      *
       lab-prp-03.
           perform acc-prazo.
           if escape-key = 1
              go to lab-prp-02
           end-if.
      *
       lab-prp-04.
           perform acc-cond.
           if escape-key = 1
              go to lab-prp-03
           end-if.
           move prp-cond to txt.
           perform rot-texto.
           move txt to prp-cond.
           move cot-numero to ce11-cotacao.
           move cot-fornecedor to ce11-fornecedor.
           move 0 to ce11-linha.
           perform rot-le-ce11.
           if erro not = 0
              move 0 to erro
              go to lab-prp-02
           end-if.
           move prp-prazo to ce11-prazo.
           move prp-cond to ce11-cond-pagto.
           move "R" to ce11-situacao.
           move param-data to ce11-data-resp.
           move param-usr to ce11-usuario.
           move param-data to ce11-data.
           rewrite reg-ce11 invalid key
                   continue
           end-rewrite.
      *
      *    Preco de cada item (zero = nao cotado)
      *
           perform rot-primeiro-item thru rot-proximo-item-fim.
      *
       lab-prp-05.
           if erro not = 0
              move 0 to erro
              move " Proposta gravada - Tecle <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
              perform lmp-item thru lmp-preco
              go to lab-prp-02
           end-if.
           move ce10-linha to lti-linha ce11-linha linha-item.
           move ce10-grupo to lti-grupo ce02-grupo.
           move ce10-produto to lti-produto ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move spaces to ce02-descricao-a
           end-if.
           move ce02-descricao-a to lti-descricao.
           move ce10-quantidade to lti-quantidade.
           display linha-tela-item at 1506 with
                   foreground-color 15 background-color 01.
           move cot-numero to ce11-cotacao.
           move cot-fornecedor to ce11-fornecedor.
           perform rot-le-ce11.
           if erro not = 0
              move 0 to ce11-preco
           end-if.
           move 0 to erro.
           move ce11-preco to preco-aux.
           perform acc-preco.
           if escape-key = 1
              move 1 to erro
              go to lab-prp-05
           end-if.
           move preco-aux to preco.
           move cot-numero to ce11-cotacao.
           move cot-fornecedor to ce11-fornecedor.
           move linha-item to ce11-linha.
           perform rot-le-ce11.
           move preco to ce11-preco.
           move 0 to ce11-prazo ce11-data-resp.
           move spaces to ce11-cond-pagto ce11-situacao.
           move param-usr to ce11-usuario.
           move param-data to ce11-data.
           if erro not = 0
              move 0 to erro
              write reg-ce11 invalid key
                    continue
              end-write
           else
              rewrite reg-ce11 invalid key
                      continue
              end-rewrite
           end-if.
      *
      *    Volta ao item seguinte da cotacao
      *
           move cot-numero to ce10-cotacao.
           move linha-item to ce10-linha.
           start arqce10 key is greater ce10-chave invalid key
                 move 1 to erro
                 go to lab-prp-05
           end-start.
           move 0 to erro.
           perform rot-proximo-item thru rot-proximo-item-fim.
           go to lab-prp-05.
      *
       lab-prp-fim.
           exit.
      *
      ************************
      *                      *
      *  Mapa comparativo    *
      *                      *
      ************************
      *
       sec-mapa section.
      *
       lab-map-01.
           perform sec-le-cotacao.
           if erro not = 0
              move 0 to erro
              go to lab-map-fim
           end-if.
           if qtd-respostas = 0
              move " Nenhuma proposta recebida - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-map-01
           end-if.
      *
       lab-map-02.
           move "Imprime o mapa comparativo (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-map-01
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-map-01
           end-if.
           if resposta not = "S"
              go to lab-map-02
           end-if.
           perform rot-le-controle-ce10.
           if erro not = 0
              move 0 to erro
              go to lab-map-fim
           end-if.
           move ce10-valor-limite to valor-limite.
           move ce10-min-propostas to min-propostas.
           perform rot-open-imp.
           if erro not = 0
              go to lab-map-fim
           end-if.
           move "Mapa Comparativo de Cotacao" to cab-titulo.
           move 99 to linha.
           move 0 to pagina valor-estimado.
           perform rot-primeiro-item thru rot-proximo-item-fim.
      *
       lab-map-03.
           if erro not = 0
              move 0 to erro
              go to lab-map-05
           end-if.
           if linha > 50
              perform rot-cabec
           end-if.
           perform rot-menor-preco thru rot-menor-preco-fim.
           compute valor-item = ce10-quantidade * menor-preco.
           add valor-item to valor-estimado.
           move ce10-linha to mit-linha.
           move ce10-grupo to mit-grupo ce02-grupo.
           move ce10-produto to mit-produto ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move spaces to ce02-descricao-a
           end-if.
           move 0 to erro.
           move ce02-descricao-a to mit-descricao.
           move ce10-quantidade to mit-quantidade.
           write reg-imp from map-item after 2 lines.
           add 2 to linha.
           move 0 to ix-forn.
      *
      *    Uma linha por proposta do item
      *
       lab-map-04.
           add 1 to ix-forn.
           if ix-forn > qtd-forn
              perform rot-proximo-item thru rot-proximo-item-fim
              go to lab-map-03
           end-if.
           if tf-situacao(ix-forn) not = "R"
              go to lab-map-04
           end-if.
           move cot-numero to ce11-cotacao.
           move tf-fornecedor(ix-forn) to ce11-fornecedor.
           move ce10-linha to ce11-linha.
           perform rot-le-ce11.
           if erro not = 0
              move 0 to erro
              go to lab-map-04
           end-if.
           if ce11-preco = 0
              go to lab-map-04
           end-if.
           move tf-fornecedor(ix-forn) to mfo-fornecedor cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move 0 to erro
              move spaces to cd01-razao-social-a
           end-if.
           move cd01-razao-social-a to mfo-razao.
           move ce11-preco to mfo-preco.
           compute valor-item = ce10-quantidade * ce11-preco.
           move valor-item to mfo-total.
           add valor-item to tf-total(ix-forn).
           add 1 to tf-itens(ix-forn).
           move tf-prazo(ix-forn) to mfo-prazo.
           move tf-cond(ix-forn) to mfo-cond.
           if tf-fornecedor(ix-forn) = menor-fornecedor
              move "<< MENOR PRECO" to mfo-menor
           else
              move spaces to mfo-menor
           end-if.
           write reg-imp from map-forn after 1 line.
           add 1 to linha.
           go to lab-map-04.
      *
      *    Resumo por fornecedor e politica de compras
      *
       lab-map-05.
           if linha > 40
              perform rot-cabec
           end-if.
           write reg-imp from tracos after 2 lines.
           write reg-imp from map-tit-res after 1 line.
           write reg-imp from tracos after 1 line.
           move 0 to ix-forn.
      *
       lab-map-06.
           add 1 to ix-forn.
           if ix-forn > qtd-forn
              go to lab-map-07
           end-if.
           move tf-fornecedor(ix-forn) to mrs-fornecedor cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move 0 to erro
              move spaces to cd01-razao-social-a
           end-if.
           move cd01-razao-social-a to mrs-razao.
           move tf-itens(ix-forn) to mrs-itens.
           move tf-total(ix-forn) to mrs-total.
           move tf-prazo(ix-forn) to mrs-prazo.
           move tf-cond(ix-forn) to mrs-cond.
           if tf-situacao(ix-forn) = "R"
              move spaces to mrs-situacao
           else
              move "sem proposta" to mrs-situacao
           end-if.
           write reg-imp from map-res after 1 line.
           go to lab-map-06.
      *
       lab-map-07.
           move qtd-respostas to mpo-respostas.
           move min-propostas to mpo-minimo.
           move valor-estimado to mpo-estimado.
           move valor-limite to mpo-limite.
           write reg-imp from tracos after 1 line.
           write reg-imp from map-politica-1 after 2 lines.
           write reg-imp from map-politica-2 after 1 line.
           if valor-limite > 0 and valor-estimado > valor-limite and
              qtd-respostas < min-propostas
              write reg-imp from map-politica-3 after 2 lines
           end-if.
           perform rot-close-imp.
           move " Mapa impresso - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-map-fim.
           exit.
      *
      ************************
      *                      *
      *  Vencedores e        *
      *  pedidos de compra   *
      *                      *
      ************************
      *
       sec-vencedores section.
      *
       lab-ven-00.
           perform rot-open-pc01.
           if erro not = 0
              go to lab-ven-fim
           end-if.
      *
       lab-ven-01.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           perform sec-le-cotacao.
           if erro not = 0
              move 0 to erro
              go to lab-ven-fim
           end-if.
           if qtd-respostas = 0
              move " Nenhuma proposta recebida - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ven-01
           end-if.
           perform rot-le-controle-ce10.
           if erro not = 0
              move 0 to erro
              go to lab-ven-fim
           end-if.
           move ce10-valor-limite to valor-limite.
           move ce10-min-propostas to min-propostas.
           display tela-vencedores.
           move 0 to valor-estimado.
           perform rot-primeiro-item thru rot-proximo-item-fim.
      *
      *    Vencedor de cada item (sugere o menor preco)
      *
       lab-ven-02.
           if erro not = 0
              move 0 to erro
              go to lab-ven-05
           end-if.
           perform rot-menor-preco thru rot-menor-preco-fim.
           move ce10-linha to lti-linha linha-item.
           move ce10-grupo to lti-grupo ce02-grupo.
           move ce10-produto to lti-produto ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move spaces to ce02-descricao-a
           end-if.
           move 0 to erro.
           move ce02-descricao-a to lti-descricao.
           move ce10-quantidade to lti-quantidade.
           display linha-tela-item at 1106 with
                   foreground-color 15 background-color 01.
           perform lmp-menor thru lmp-preco-venc.
           if menor-fornecedor = 0
              display "Item nao cotado" at 1329 with
                      foreground-color 15 background-color 01
           else
              move menor-preco to preco-ed
              display menor-fornecedor at 1329 with
                      foreground-color 15 background-color 01
              display preco-ed at 1336 with
                      foreground-color 15 background-color 01
           end-if.
           if ce10-vencedor not = 0
              move ce10-vencedor to venc-fornecedor
           else
              move menor-fornecedor to venc-fornecedor
           end-if.
      *
       lab-ven-03.
           perform acc-vencedor.
           if escape-key = 1
              perform lmp-menor thru lmp-preco-venc
              go to lab-ven-01
           end-if.
           move 0 to preco.
           if venc-fornecedor = 0
              go to lab-ven-04
           end-if.
           move cot-numero to ce11-cotacao.
           move venc-fornecedor to ce11-fornecedor.
           move linha-item to ce11-linha.
           perform rot-le-ce11.
           if erro not = 0 or ce11-preco = 0
              move 0 to erro
              move " Fornecedor sem preco p/ este item - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-ven-03
           end-if.
           move ce11-preco to preco preco-ed.
           display preco-ed at 1529 with
                   foreground-color 15 background-color 01.
      *
       lab-ven-04.
           move cot-numero to ce10-cotacao.
           move linha-item to ce10-linha.
           perform rot-le-ce10.
           if erro not = 0
              move 0 to erro
              go to lab-ven-01
           end-if.
           move venc-fornecedor to ce10-vencedor.
           move preco to ce10-preco-venc.
           move param-usr to ce10-usuario.
           move param-data to ce10-data.
           rewrite reg-ce10 invalid key
                   continue
           end-rewrite.
           compute valor-item = ce10-quantidade * preco.
           add valor-item to valor-estimado.
           start arqce10 key is greater ce10-chave invalid key
                 move 1 to erro
                 go to lab-ven-02
           end-start.
           perform rot-proximo-item thru rot-proximo-item-fim.
           go to lab-ven-02.
      *
      *    Politica: acima do limite, minimo de propostas
      *
       lab-ven-05.
           perform lmp-menor thru lmp-preco-venc.
           if valor-limite > 0 and valor-estimado > valor-limite and
              qtd-respostas < min-propostas
              move spaces to mensagem
              string " Acima do limite exige " min-propostas
                     " propostas - Tecle <Enter>"
                     delimited by size into mensagem
              end-string
              perform rot-erro-cad
              go to lab-ven-01
           end-if.
           if valor-estimado = 0
              move " Nenhum item com vencedor - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ven-01
           end-if.
      *
       lab-ven-06.
           move "Gera os pedidos de compra (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ven-01
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-ven-01
           end-if.
           if resposta not = "S"
              go to lab-ven-06
           end-if.
           move 0 to tot-pedidos.
      *
      *    Um pedido por fornecedor vencedor com os itens dele
      *
           perform rot-primeiro-item thru rot-proximo-item-fim.
      *
       lab-ven-07.
           if erro not = 0
              move 0 to erro
              go to lab-ven-09
           end-if.
           if ce10-vencedor = 0 or ce10-pedido not = 0
              perform rot-proximo-item thru rot-proximo-item-fim
              go to lab-ven-07
           end-if.
           move ce10-vencedor to cot-fornecedor.
           perform rot-acha-forn thru rot-acha-forn-fim.
           if ix-forn = 0
              perform rot-proximo-item thru rot-proximo-item-fim
              go to lab-ven-07
           end-if.
           if tf-pedido(ix-forn) = 0
              move high-values to pc01-chave-controle
              perform rot-ponteiro-pc01
              if erro not = 0
                 move 0 to erro
                 go to lab-ven-09
              end-if
              perform rot-le-pc01-lock
              add 1 to pc01-ult-pedido
              move pc01-ult-pedido to tf-pedido(ix-forn)
              rewrite reg-pc01-1 invalid key
                      continue
              end-rewrite
              unlock arqpc01 records
              add 1 to tot-pedidos
           end-if.
           add 1 to tf-linha-ped(ix-forn).
           move tf-pedido(ix-forn) to pc01-pedido.
           move tf-linha-ped(ix-forn) to pc01-linha.
           move ce10-vencedor to pc01-fornecedor.
           move ce10-grupo to pc01-grupo.
           move ce10-produto to pc01-produto.
           move ce10-quantidade to pc01-quantidade.
           move 0 to pc01-qtd-recebida.
           move ce10-preco-venc to pc01-preco.
           compute pc01-entrega = param-data + tf-prazo(ix-forn).
           move "P" to pc01-situacao.
           move param-usr to pc01-usuario.
           move param-data to pc01-data.
           write reg-pc01 invalid key
                 move " Erro de gravacao - ARQPC01A.DAT - Tecle <Enter>"
                      to mensagem
                 perform rot-erro-cad
                 go to lab-ven-09
           end-write.
           move tf-pedido(ix-forn) to ce10-pedido.
           rewrite reg-ce10 invalid key
                   continue
           end-rewrite.
           perform rot-proximo-item thru rot-proximo-item-fim.
           go to lab-ven-07.
      *
      *    Cotacao encerrada com o valor comprado
      *
       lab-ven-09.
           perform rot-le-cabecalho.
           if erro = 0
              move "E" to ce10-situacao
              move valor-estimado to ce10-valor-estimado
              move param-usr to ce10-usuario-cab
              move param-data to ce10-data-cab
              rewrite reg-ce10-cab invalid key
                      continue
              end-rewrite
           end-if.
           move 0 to erro.
           move spaces to mensagem.
           string " Pedidos gerados: " tot-pedidos
                  " (aguardando aprovacao) - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-ven-01.
      *
       lab-ven-fim.
           perform rot-close-pc01.
           exit.
      *
      ************************
      *                      *
      *  Limite p/ cotacao   *
      *                      *
      ************************
      *
       sec-limite section.
      *
       lab-lim-01.
           perform rot-le-controle-ce10.
           if erro not = 0
              move 0 to erro
              go to lab-lim-fim
           end-if.
           display tela-limite.
           move ce10-valor-limite to preco-aux.
           move ce10-min-propostas to par-minimo.
      *
       lab-lim-02.
           perform acc-limite.
           if escape-key = 1
              go to lab-lim-fim
           end-if.
      *
       lab-lim-03.
           perform acc-minimo.
           if escape-key = 1
              go to lab-lim-02
           end-if.
           if par-minimo = 0
              go to lab-lim-03
           end-if.
      *
       lab-lim-04.
           move "Grava o limite (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-lim-03
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-lim-fim
           end-if.
           if resposta not = "S"
              go to lab-lim-04
           end-if.
           perform rot-le-controle-ce10.
           if erro not = 0
              move 0 to erro
              go to lab-lim-fim
           end-if.
           move preco-aux to ce10-valor-limite.
           move par-minimo to ce10-min-propostas.
           rewrite reg-ce10-1 invalid key
                   move " Erro de gravacao - ARQCE10A.DAT - Tecle <Ente
      -            "r>" to mensagem
                   perform rot-erro-cad
           end-rewrite.
      *
       lab-lim-fim.
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
           accept resposta at 2368 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
       display-erro-usr.
           move " Usuario sem prioridade para esta funcao - Tecle <Enter
      -    ">" to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cotacao.
           accept cot-numero at 0729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-obs.
           accept cot-obs at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-grupo.
           accept cot-grupo at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-produto.
           accept cot-produto at 1135 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-quantidade.
           accept cot-quantidade at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-convidado.
           accept cot-fornecedor at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-fornecedor.
           accept cot-fornecedor at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-prazo.
           accept prp-prazo at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cond.
           accept prp-cond at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-preco.
           accept preco-aux at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-vencedor.
           accept venc-fornecedor at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-limite.
           accept preco-aux at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-minimo.
           accept par-minimo at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0629 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0629 with foreground-color 15
                   background-color 01.
      *
       lmp-cotacao.
           display limpa-10 at 0729 with foreground-color 15
                   background-color 01.
      *
       lmp-obs.
           display limpa at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-produto.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-quantidade.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-convidado.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-fornecedor.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-prazo.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-cond.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-item.
           display limpa-70 at 1505 with foreground-color 01
                   background-color 01.
      *
       lmp-preco.
           display limpa at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-menor.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-vencedor.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-preco-venc.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
