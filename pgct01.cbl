      *              (emissoes em aberto do ARQRC01/ARQRE01 e       *
      *              baixas do ARQBX01/ARQBE01) e imprime o         *
      *              diario para conferencia do contador.           *
      *              Desconto por antecipacao concedido na baixa    *
      *              sai a debito da conta da regra da operacao     *
      *              (tabela tipo 38) contra o credito da baixa.    *
      *              PDD calculada no pgpv01 (ARQPV01) sai pela     *
      *              variacao sobre o mes anterior, no dia 30 da    *
      *              competencia (contas da tabela tipo 39/000).    *
      *              Os lancamentos tambem sao regravados no        *
      *              ARQLD01, base do Livro Diario (pgld01); o ano  *
      *              com livro ja emitido nao aceita nova           *
      *              exportacao.                                    *
      *              Mapa e exportacao por entidade (tabela tipo    *
      *              54): o mapa da entidade prevalece sobre o      *
      *              geral; exportacao de uma entidade so gera o    *
      *              arquivo dela, sem regravar o Diario.           *
      *              Consumo de material apropriado no pgce1a       *
      *              (ARQCE13) sai no dia 30 da competencia, por    *
      *              centro de custo (contas da tabela tipo 56).    *
      *  (A)propriacao - chama o pgce1a (consumo de material por    *
      *              centro de custo).                              *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               02/09/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                               15/10/26     v1.04            *
      *                               15/10/26     v1.05            *
      *                               15/10/26     v1.06            *
      *                                                             *
      ***************************************************************
      *
                  record key is cx01-chave
                  alternate record key is cx01-chave-1 with duplicates
                  file status is cx01-status.
      *
           select arqpv01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is pv01-chave
                  file status is pv01-status.
      *
           select arqce13 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is ce13-chave
                  file status is ce13-status.
      *
           select arqld01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ld01-chave
                  alternate record key is ld01-chave-1 with duplicates
                  file status is ld01-status.
      *
           select arqlan assign to disk
                  organization is line sequential
       copy fdbe01.lib.
      *
       copy fdcx01.lib.
      *
       copy fdpv01.lib.
      *
       copy fdld01.lib.
      *
       copy fdce13.lib.
      *
      *  Arquivo de lancamentos p/ o contador
      *
          02 cx01-nome                 pic x(08) value "ARQCX01A".
          02 filler                    pic x(01) value ".".
          02 cx01-ext                  pic x(03) value "DAT".
      *
       01 pv01-status                  pic x(02) value "00".
       01 pv01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pv01.
          02 pv01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 pv01-nome                 pic x(08) value "ARQPV01A".
          02 filler                    pic x(01) value ".".
          02 pv01-ext                  pic x(03) value "DAT".
      *
       01 ce13-status                  pic x(02) value "00".
       01 ce13-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce13.
          02 ce13-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce13-nome                 pic x(08) value "ARQCE13A".
          02 filler                    pic x(01) value ".".
          02 ce13-ext                  pic x(03) value "DAT".
      *
       01 ld01-status                  pic x(02) value "00".
       01 ld01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ld01.
          02 ld01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 ld01-nome                 pic x(08) value "ARQLD01A".
          02 filler                    pic x(01) value ".".
          02 ld01-ext                  pic x(03) value "DAT".
      *
       01 lan-status                   pic x(02) value "00".
       01 lan-stat                     pic x(01) value "F".
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCT01".
          02 cb-versao                 pic x(06) value "v1.06 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 conta-crd-emis            pic 9(05) value 0.
          02 conta-deb-liq             pic 9(05) value 0.
          02 conta-crd-liq             pic 9(05) value 0.
          02 conta-desconto            pic 9(05) value 0.
          02 sele-mes                  pic 9(02) value 0.
          02 sele-ano                  pic 9(02) value 0.
          02 sele-entidade             pic 9(01) value 0.
          02 entidade                  pic 9(01) value 0.
      *
       01 flag-tabl                    pic x(01) value spaces.
       01 flag-mapa                    pic x(01) value spaces.
       01 flag-caixa                   pic x(01) value spaces.
       01 flag-pdd                     pic x(01) value spaces.
       01 flag-consumo                 pic x(01) value spaces.
      *
       01 fc-comp.
          02 fc-comp-ano               pic 9(02) value 0.
      *
       01 cont-lan.
          02 tot-lancamentos           pic 9(06) value 0.
          02 tot-ld01                  pic 9(06) value 0.
          02 tot-valor                 pic 9(11)v9(02) value 0.
          02 tot-sem-mapa              pic 9(06) value 0.
      *
       01 disp-lan.
          02 disp-lancamentos          pic zzzzz9 value 0.
          02 disp-sem-mapa             pic zzzzz9 value 0.
      *
      *
      *    PDD por operacao (indice = operacao + 1) na competencia
      *    e no mes anterior, pelo indice corrido de meses do
      *    ARQPV01
      *
       01 pdd-mes-idx                  pic 9(05) value 0.
       01 pdd-ind                      pic 9(04) value 0.
       01 pdd-variacao                 pic s9(11)v9(02) value 0.
       01 conta-despesa                pic 9(05) value 0.
       01 conta-provisao               pic 9(05) value 0.
       01 conta-reversao               pic 9(05) value 0.
       01 tab-pdd.
          02 pdd-operacao              occurs 1000.
             03 pdd-atual              pic 9(11)v9(02).
             03 pdd-anterior           pic 9(11)v9(02).
      *
      *    Consumo de material por centro de custo (ARQCE13)
      *
       01 conta-consumo                pic 9(05) value 0.
       01 conta-estoque                pic 9(05) value 0.
       01 ccusto-aux                   pic 9(03) value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 filler                    pic x(17) value
          "Diario Contabil -".
          02 cab-competencia           pic x(05) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-entidade              pic x(11) value spaces.
          02 filler                    pic x(18) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 filler                    pic x(11) value spaces.
      *
       copy workgen.lib.
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
       linkage section.
          02 line 10 column 46 foreground-color 06 background-color 01
             highlight value "Exportacao Contabil".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (M/E/A).......:".
      *
       01 tela-02.
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Debito da Baixa......:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Credito da Baixa.....:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Entidade (0 = geral).:".
      *
       01 tela-03.
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Ano..................:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Arquivo de Saida.....:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Entidade (0 = todas).:".
      *
       01 tela-04.
          02 line 14 column 06 foreground-color 01 background-color 01
             value "                                                  ".
          02 line 18 column 06 foreground-color 01 background-color 01
             value "                                                  ".
          02 line 19 column 06 foreground-color 01 background-color 01
             value "                                                  ".
      *
       01 tela-05.
          02 line 14 column 10 foreground-color 06 background-color 01
           perform rot-rest-buffer.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           exit program.
      *
      ************************
           end-if.
       rot-open-cx01-fim.
           exit.
      *
      *
      *    PDD nunca calculada: nada a lancar
      *
       rot-open-pv01.
           move 0 to erro.
           if pv01-stat = "F"
              open input arqpv01
              if pv01-status = "35"
                 move "N" to flag-pdd
                 go to rot-open-pv01-fim
              end-if
              if pv01-status not = "00"
                 move
                 " Erro de abertura no ARQPV01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pv01-stat
                 move "S" to flag-pdd
              end-if
           end-if.
       rot-open-pv01-fim.
           exit.
      *
       rot-close-pv01.
           if pv01-stat = "A"
              close arqpv01
              move "F" to pv01-stat
           end-if.
      *
       rot-le-prox-pv01.
           move 0 to erro.
           read arqpv01 next record at end move 1 to erro.
           if pv01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pv01
           end-if.
      *
       rot-open-ce13.
           move 0 to erro.
           if ce13-stat = "F"
              open input arqce13
              if ce13-status = "35"
                 move "N" to flag-consumo
                 go to rot-open-ce13-fim
              end-if
              if ce13-status not = "00"
                 move
                 " Erro de abertura no ARQCE13A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce13-stat
                 move "S" to flag-consumo
              end-if
           end-if.
       rot-open-ce13-fim.
           exit.
      *
       rot-close-ce13.
           if ce13-stat = "A"
              close arqce13
              move "F" to ce13-stat
           end-if.
      *
       rot-le-prox-ce13.
           move 0 to erro.
           read arqce13 next record at end move 1 to erro.
           if ce13-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce13
           end-if.
      *
       rot-close-cx01.
           if cx01-stat = "A"
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-cx01
           end-if.
      *
       rot-open-ld01.
           move 0 to erro.
           if ld01-stat = "F"
              open i-o arqld01
              if ld01-status = "35"
                 open output arqld01
                 close arqld01
                 open i-o arqld01
              end-if
              if ld01-status not = "00"
                 move
                 " Erro de abertura no ARQLD01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ld01-stat
              end-if
           end-if.
      *
       rot-close-ld01.
           if ld01-stat = "A"
              close arqld01
              move "F" to ld01-stat
           end-if.
      *
       rot-le-prox-ld01.
           move 0 to erro.
           read arqld01 next record at end move 1 to erro.
           if ld01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ld01
           end-if.
      *
      *    Exclui os lancamentos de uma exportacao anterior da
      *    mesma competencia
      *
       rot-limpa-ld01.
           move sele-ano to ld01-comp-ano.
           move sele-mes to ld01-comp-mes.
           move 0 to ld01-seq.
           start arqld01 key is not less ld01-chave invalid key
                 go to rot-limpa-ld01-fim
           end-start.
       rot-limpa-ld01-1.
           perform rot-le-prox-ld01.
           if erro not = 0 or ld01-comp-ano not = sele-ano or
              ld01-comp-mes not = sele-mes
              move 0 to erro
              go to rot-limpa-ld01-fim
           end-if.
           delete arqld01 record invalid key
                  continue
           end-delete.
           go to rot-limpa-ld01-1.
       rot-limpa-ld01-fim.
           exit.
      *
       rot-open-lan.
           move 0 to erro.
      *
      *    Busca o mapa contabil (tipo 12) da operacao corrente:
      *    resto 1-5 debito emissao, 6-10 credito emissao,
      *    11-15 debito baixa, 16-20 credito baixa. Mapa proprio
      *    da entidade (codigo(4:1) = entidade) tem preferencia
      *    sobre o geral da operacao (codigo(4:1) em branco)
      *
       rot-le-mapa.
           move "12" to tabl-tipo.
           move spaces to tabl-codigo.
           move operacao to tabl-codigo(1:3).
           if entidade not = 0
              move entidade to tabl-codigo(4:1)
           end-if.
           perform rot-le-tabl.
           if erro not = 0 and entidade not = 0
              move spaces to tabl-codigo(4:1)
              perform rot-le-tabl
           end-if.
           if erro not = 0
              move "N" to flag-mapa
              move 0 to conta-deb-emis conta-crd-emis
              end-if
           end-if.
      *
      *    Desconto por antecipacao da baixa corrente (lan-data ja
      *    carregada): debito na conta da regra da operacao (tipo
      *    38, resto(8:5)), credito na conta de liquidacao do
      *    mapa; estorno com as contas invertidas
      *
       rot-lanca-desconto.
           move "38" to tabl-tipo.
           move spaces to tabl-codigo.
           move bx01-operacao to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              add 1 to tot-sem-mapa
              go to rot-lanca-desconto-fim
           end-if.
           if tabl-resto(8:5) not numeric
              add 1 to tot-sem-mapa
              go to rot-lanca-desconto-fim
           end-if.
           move tabl-resto(8:5) to conta-desconto.
           if conta-desconto = 0
              add 1 to tot-sem-mapa
              go to rot-lanca-desconto-fim
           end-if.
           if bx01-situacao = "R"
              move conta-crd-liq to lan-conta-deb
              move conta-desconto to lan-conta-crd
              move "EST.DESC." to hist-tipo
           else
              move conta-desconto to lan-conta-deb
              move conta-crd-liq to lan-conta-crd
              move "DESCONTO " to hist-tipo
           end-if.
           move bx01-desconto to lan-valor.
           move bx01-documento to hist-documento.
           move historico-aux to lan-historico.
           perform rot-grava-lancamento.
      *
       rot-lanca-desconto-fim.
           exit.
      *
      *    Grava um lancamento e a linha correspondente do diario
      *    (lan-data/contas/valor/historico ja carregados)
      *
       rot-grava-lancamento.
           write reg-lan.
           add 1 to tot-lancamentos.
           add 1 to tot-ld01.
           move sele-ano to ld01-comp-ano.
           move sele-mes to ld01-comp-mes.
           move tot-ld01 to ld01-seq.
           move lan-data to data-aux.
           compute ld01-dias =
                   (ano-aux * 360) + (mes-aux * 30) + dia-aux.
           move lan-data to ld01-data.
           move lan-conta-deb to ld01-conta-deb.
           move lan-conta-crd to ld01-conta-crd.
           move lan-valor to ld01-valor.
           move lan-historico to ld01-historico.
           move 0 to ld01-folha.
           move param-usr to ld01-usuario.
           move param-data to ld01-data-grav.
           if sele-entidade = 0
              write reg-ld01 invalid key
                    continue
              end-write
           end-if.
           add lan-valor to tot-valor.
           if linha > 56
              perform rot-cabec
           move lan-historico to cab-lin-historico.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
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
       copy rotgen.lib.
      *
           move funcao to txt.
           perform rot-texto.
           move txt to funcao.
           if funcao not = "M" and "E" and "A"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           if funcao = "A"
              call "pgce1a" using param-menu
              cancel "pgce1a"
              go to lab-fun-01
           end-if.
           display tela-04.
           if funcao = "M"
              display tela-02
           move wtab01-descricao to doperacao.
           perform dsp-operacao.
      *
       lab-map-01-1.
           move 0 to entidade.
           perform lmp-entidade.
           perform acc-entidade.
           if escape-key = 1
              perform lmp-entidade
              go to lab-map-01
           end-if.
           if entidade not = 0
              move "N" to ent-par-opcao
              move entidade to ent-par-entidade
              call "rotent01" using campo-entidade
              if ent-par-ok not = "S"
                 move " Entidade nao cadastrada - Tecle <Enter>" to
                 mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 go to lab-map-01-1
              end-if
           end-if.
      *
      *    Carrega o mapa ja existente, se houver; o geral da
      *    operacao serve de modelo para o da entidade
      *
           perform rot-le-mapa.
           if erro = 0 and tabl-codigo(4:1) = spaces
                       and entidade not = 0
              move 1 to erro
           end-if.
           if erro = 0
              move "S" to flag-tabl
           else
       lab-map-02.
           perform acc-deb-emis.
           if escape-key = 1
              perform lmp-contas
              go to lab-map-01-1
           end-if.
      *
       lab-map-03.
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-operacao thru lmp-entidade
              go to lab-map-01
           else
              if resposta not = "S"
           move "12" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move operacao to tabl-codigo(1:3).
           if entidade not = 0
              move entidade to tabl-codigo(4:1)
           end-if.
           move doperacao to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           perform lmp-operacao thru lmp-entidade.
           go to lab-map-01.
      *
       lab-map-fim.
           perform rot-close-tabl.
           perform lmp-operacao thru lmp-entidade.
           exit.
      *
      ************************
           if nome-lan = spaces
              go to lab-exp-03
           end-if.
      *
      *    Entidade (associacao, instituto ...) - cada CNPJ tem o
      *    seu contador; zero exporta todas e regrava o Diario
      *
       lab-exp-03-1.
           move 0 to sele-entidade.
           perform lmp-sele-entidade.
           perform acc-sele-entidade.
           if escape-key = 1
              perform lmp-sele-entidade
              go to lab-exp-03
           end-if.
           if sele-entidade not = 0
              move sele-entidade to ent-par-entidade
              perform rot-entidade-usuario
              if ent-par-ok not = "S"
                 perform rot-erro-entidade
                 display tela-limpa-cad
                 go to lab-exp-03-1
              end-if
           end-if.
      *
       lab-exp-04.
           move "Confirma a exportacao (S) (N) ?" to mensagem.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-exp-03-1
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-mes thru lmp-sele-entidade
              go to lab-exp-01
           else
              if resposta not = "S"
           perform rot-keypress.
           display tela-04.
           display tela-03.
           perform lmp-mes thru lmp-sele-entidade.
           go to lab-exp-01.
      *
       lab-exp-fim.
           perform lmp-mes thru lmp-sele-entidade.
           exit.
      *
      ************************
       sec-gera section.
      *
       lab-ger-00.
           move 0 to tot-lancamentos tot-valor tot-sem-mapa tot-ld01.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-ger-fim
           end-if.
      *
      *    Ano ja registrado no Livro Diario (tabela tipo 49,
      *    codigo "D" + ano, situacao "E") nao e mais exportado
      *
           move "49" to tabl-tipo.
           move spaces to tabl-codigo.
           move "D" to tabl-codigo(1:1).
           move sele-ano to tabl-codigo(2:2).
           perform rot-le-tabl.
           if erro = 0 and tabl-resto(11:1) = "E"
              move " Ano ja emitido no Livro Diario - exportacao recusad
      -    "a" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-ger-fim
           end-if.
           move 0 to erro.
           perform rot-open-ld01.
           if erro not = 0
              go to lab-ger-fim
           end-if.
           if sele-entidade = 0
              perform rot-limpa-ld01 thru rot-limpa-ld01-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-ger-fim
           string sele-mes "/" sele-ano delimited by size
                  into cab-competencia
           end-string.
           move spaces to cab-entidade.
           if sele-entidade not = 0
              string "Entidade " sele-entidade delimited by size
                     into cab-entidade
              end-string
           end-if.
           move low-values to rc01-chave.
           start arqrc01 key is not less rc01-chave.
      *
           if rc01-chave = high-values
              go to lab-ger-01
           end-if.
           if sele-entidade not = 0 and
              rc01-entidade not = sele-entidade
              go to lab-ger-01
           end-if.
           move rc01-entidade to entidade.
      *
      *    Titulo residual (documento "R" + baixa) nao e emissao
      *    nova: o original "P" ja sai com o valor integral
           if bx01-chave = high-values
              go to lab-ger-03
           end-if.
           if sele-entidade not = 0 and
              bx01-entidade not = sele-entidade
              go to lab-ger-03
           end-if.
           move bx01-entidade to entidade.
           move bx01-liquidacao to dias-corr.
           perform rot-competencia thru
                   rot-competencia-fim.
           move bx01-documento to hist-documento.
           move historico-aux to lan-historico.
           perform rot-grava-lancamento.
           if bx01-desconto numeric
              if bx01-desconto > 0
                 perform rot-lanca-desconto thru
                         rot-lanca-desconto-fim
              end-if
           end-if.
      *
      *    Titulo emitido e liquidado por inteiro na mesma
      *    competencia ja saiu do ARQRC01: a emissao e
           if erro not = 0
              go to lab-ger-06
           end-if.
           if sele-entidade not = 0 and
              re01-entidade not = sele-entidade
              go to lab-ger-05
           end-if.
           move re01-entidade to entidade.
           move re01-emissao to dias-corr.
           perform rot-competencia thru
                   rot-competencia-fim.
           if be01-chave = high-values
              go to lab-ger-07
           end-if.
           if sele-entidade not = 0 and
              be01-entidade not = sele-entidade
              go to lab-ger-07
           end-if.
           move be01-entidade to entidade.
           move be01-liquidacao to dias-corr.
           perform rot-competencia thru
                   rot-competencia-fim.
       lab-ger-07-1.
           perform rot-open-cx01.
           if erro not = 0
              go to lab-ger-07-3
           end-if.
           if flag-caixa = "N"
              go to lab-ger-07-3
           end-if.
           move low-values to cx01-chave.
           start arqcx01 key is not less cx01-chave.
           perform rot-le-prox-cx01.
           if erro not = 0
              move 0 to erro
              go to lab-ger-07-3
           end-if.
           if cx01-chave = high-values
              go to lab-ger-07-2
           if cx01-tipo = "F"
              go to lab-ger-07-2
           end-if.
           if sele-entidade not = 0 and
              cx01-entidade not = sele-entidade
              go to lab-ger-07-2
           end-if.
           move cx01-entidade to entidade.
           move cx01-data-mov to dias-corr.
           perform rot-competencia thru
                   rot-competencia-fim.
           perform rot-grava-lancamento.
           go to lab-ger-07-2.
      *
      *    PDD: so a variacao da provisao sobre o mes anterior, por
      *    operacao, no dia 30 da competencia. Aumento debita a
      *    despesa contra a provisao; reducao debita a provisao
      *    contra a reversao (ou a propria despesa). Competencia
      *    sem calculo no pgpv01 nao gera lancamento
      *
       lab-ger-07-3.
           perform rot-open-pv01.
           if erro not = 0
              go to lab-ger-07-7
           end-if.
           if flag-pdd = "N"
              go to lab-ger-07-7
           end-if.
           compute data-sec-in = fc-comp-ano * 360 +
                                 fc-comp-mes * 30 + 30.
           perform rot-data-sec.
           compute pdd-mes-idx = (data-sec-out - 1) / 30.
           move zeros to tab-pdd.
           move "N" to flag-pdd.
           compute pv01-mes = pdd-mes-idx - 1.
           move 0 to pv01-operacao pv01-faixa.
           start arqpv01 key is not less pv01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-ger-07-7
           end-if.
      *
       lab-ger-07-4.
           perform rot-le-prox-pv01.
           if erro not = 0
              move 0 to erro
              go to lab-ger-07-5
           end-if.
           if pv01-mes > pdd-mes-idx
              go to lab-ger-07-5
           end-if.
           compute pdd-ind = pv01-operacao + 1.
           if pv01-mes = pdd-mes-idx
              move "S" to flag-pdd
              add pv01-provisao to pdd-atual(pdd-ind)
           else
              add pv01-provisao to pdd-anterior(pdd-ind)
           end-if.
           go to lab-ger-07-4.
      *
       lab-ger-07-5.
           if flag-pdd = "N"
              go to lab-ger-07-7
           end-if.
           move "39" to tabl-tipo.
           move spaces to tabl-codigo.
           move "000" to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              move 0 to conta-despesa conta-provisao conta-reversao
           else
              if tabl-resto(1:15) numeric
                 move tabl-resto(1:5) to conta-despesa
                 move tabl-resto(6:5) to conta-provisao
                 move tabl-resto(11:5) to conta-reversao
              else
                 move 0 to conta-despesa conta-provisao
                           conta-reversao
              end-if
           end-if.
           if conta-reversao = 0
              move conta-despesa to conta-reversao
           end-if.
           move 30 to dia-aux.
           move fc-comp-mes to mes-aux.
           move fc-comp-ano to ano-aux.
           move 0 to pdd-ind.
      *
       lab-ger-07-6.
           add 1 to pdd-ind.
           if pdd-ind > 1000
              go to lab-ger-07-7
           end-if.
           compute pdd-variacao = pdd-atual(pdd-ind) -
                                  pdd-anterior(pdd-ind).
           if pdd-variacao = 0
              go to lab-ger-07-6
           end-if.
           if sele-entidade not = 0
              compute ent-par-operacao = pdd-ind - 1
              perform rot-entidade-operacao
              if ent-par-entidade not = sele-entidade
                 go to lab-ger-07-6
              end-if
           end-if.
           if conta-despesa = 0 or conta-provisao = 0
              add 1 to tot-sem-mapa
              go to lab-ger-07-6
           end-if.
           move data-aux to lan-data.
           if pdd-variacao > 0
              move conta-despesa to lan-conta-deb
              move conta-provisao to lan-conta-crd
              move "PDD      " to hist-tipo
              move pdd-variacao to lan-valor
           else
              move conta-provisao to lan-conta-deb
              move conta-reversao to lan-conta-crd
              move "REV.PDD  " to hist-tipo
              compute lan-valor = pdd-variacao * -1
           end-if.
           compute operacao = pdd-ind - 1.
           move spaces to hist-documento.
           string "OPER " operacao delimited by size
                  into hist-documento
           end-string.
           move historico-aux to lan-historico.
           perform rot-grava-lancamento.
           go to lab-ger-07-6.
      *
      *
      *    Consumo de material por centro de custo, apropriado no
      *    pgce1a (ARQCE13), no dia 30 da competencia. Consumo
      *    debita a conta de consumo do centro contra o estoque;
      *    devolucao maior que a saida inverte. Contas da tabela
      *    tipo 56 do centro ou, na falta, as gerais (000). So na
      *    exportacao geral ou da entidade 1 (estoque e unico)
      *
       lab-ger-07-7.
           if sele-entidade > 1
              go to lab-ger-08
           end-if.
           perform rot-open-ce13.
           if erro not = 0
              go to lab-ger-08
           end-if.
           if flag-consumo = "N"
              go to lab-ger-08
           end-if.
           compute data-sec-in = fc-comp-ano * 360 +
                                 fc-comp-mes * 30 + 30.
           perform rot-data-sec.
           compute pdd-mes-idx = (data-sec-out - 1) / 30.
           move pdd-mes-idx to ce13-mes.
           move 0 to ce13-ccusto.
           start arqce13 key is not less ce13-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-ger-08
           end-if.
           move 30 to dia-aux.
           move fc-comp-mes to mes-aux.
           move fc-comp-ano to ano-aux.
      *
       lab-ger-07-8.
           perform rot-le-prox-ce13.
           if erro not = 0
              move 0 to erro
              go to lab-ger-08
           end-if.
           if ce13-mes not = pdd-mes-idx
              go to lab-ger-08
           end-if.
           if ce13-consumo = 0
              go to lab-ger-07-8
           end-if.
           move 0 to conta-consumo conta-estoque.
           move "56" to tabl-tipo.
           move spaces to tabl-codigo.
           move ce13-ccusto to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro not = 0
              move "000" to tabl-codigo(1:3)
              perform rot-le-tabl
           end-if.
           if erro = 0
              if tabl-resto(1:10) numeric
                 move tabl-resto(1:5) to conta-consumo
                 move tabl-resto(6:5) to conta-estoque
              end-if
           end-if.
           move 0 to erro.
           if conta-consumo = 0 or conta-estoque = 0
              add 1 to tot-sem-mapa
              go to lab-ger-07-8
           end-if.
           move data-aux to lan-data.
           if ce13-consumo > 0
              move conta-consumo to lan-conta-deb
              move conta-estoque to lan-conta-crd
              move "CONSUMO  " to hist-tipo
              move ce13-consumo to lan-valor
           else
              move conta-estoque to lan-conta-deb
              move conta-consumo to lan-conta-crd
              move "DEV.CONS." to hist-tipo
              compute lan-valor = ce13-consumo * -1
           end-if.
           move ce13-ccusto to ccusto-aux.
           move spaces to hist-documento.
           string "CC " ccusto-aux delimited by size
                  into hist-documento
           end-string.
           move historico-aux to lan-historico.
           perform rot-grava-lancamento.
           go to lab-ger-07-8.
       lab-ger-08.
           if pagina not = 0
              write reg-imp from tracos after 1 line
      *
       lab-ger-fim.
           perform rot-close-imp.
           perform rot-close-ce13.
           perform rot-close-pv01.
           perform rot-close-cx01.
           perform rot-close-lan.
           perform rot-close-ld01.
           perform rot-close-be01.
           perform rot-close-re01.
           perform rot-close-bx01.
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-sele-entidade.
           accept sele-entidade at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-entidade.
           accept entidade at 1929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
                   background-color 01.
           display limpa-10 at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-entidade.
           display limpa-10 at 1929 with foreground-color 15
                   background-color 01.
      *
       lmp-mes.
           display limpa-10 at 1429 with foreground-color 15
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-sele-entidade.
           display limpa-10 at 1729 with foreground-color 15
                   background-color 01.
      *
