      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGDF01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  DIRF e Informe de Rendimentos :                            *
      *                                                             *
      *  (G)erar     - refaz no ARQDF01 os totais do ano por        *
      *                beneficiario (CNPJ/CPF), codigo da receita   *
      *                e mes: baixas com IRRF do ARQBE01 e RPA do   *
      *                ARQRA01; grava o arquivo da DIRF e imprime   *
      *                a conferencia do IRRF retido x guias do      *
      *                pgir01 (IRRFmmaa) pagas ou em aberto;        *
      *  (I)nformes  - comprovante anual de rendimentos de cada     *
      *                beneficiario p/ envio pelo correio;          *
      *  (T)abela    - CNPJ do declarante e codigo da receita por   *
      *                operacao (tabela tipo 47), so supervisor.    *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgdf01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqdf01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is df01-chave
                  alternate record key is df01-chave-1 with duplicates
                  file status is df01-status.
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
           select arqra01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ra01-chave
                  alternate record key is ra01-chave-1 with duplicates
                  file status is ra01-status.
      *
           select arqau01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is au01-chave
                  file status is au01-status.
      *
           select arqab01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab01-chave
                  alternate record key is ab01-chave-1 with duplicates
                  alternate record key is ab01-chave-2 with duplicates
                  file status is ab01-status.
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
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
           select arqdirf assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is dirf-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fddf01.lib.
      *
       copy fdbe01.lib.
      *
       copy fdra01.lib.
      *
       copy fdau01.lib.
      *
       copy fdab01.lib.
      *
       copy fdre01.lib.
      *
       copy fdtabl.lib.
      *
      *  Arquivo da DIRF (registros separados por "|")
      *
       fd arqdirf
          label record is standard
          value of file-id is nome-dirf
          data record is reg-dirf.
      *
       01 reg-dirf                     pic x(250).
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 df01-status                  pic x(02) value "00".
       01 df01-stat                    pic x(01) value "F".
      *
       01 nome-arq-df01.
          02 df01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 df01-nome                 pic x(08) value "ARQDF01A".
          02 filler                    pic x(01) value ".".
          02 df01-ext                  pic x(03) value "DAT".
      *
       01 be01-status                  pic x(02) value "00".
       01 be01-stat                    pic x(01) value "F".
      *
       01 nome-arq-be01.
          02 be01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 be01-nome                 pic x(08) value "ARQBE01A".
          02 filler                    pic x(01) value ".".
          02 be01-ext                  pic x(03) value "DAT".
      *
       01 ra01-status                  pic x(02) value "00".
       01 ra01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ra01.
          02 ra01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 ra01-nome                 pic x(08) value "ARQRA01A".
          02 filler                    pic x(01) value ".".
          02 ra01-ext                  pic x(03) value "DAT".
      *
       01 au01-status                  pic x(02) value "00".
       01 au01-stat                    pic x(01) value "F".
      *
       01 nome-arq-au01.
          02 au01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 au01-nome                 pic x(08) value "ARQAU01A".
          02 filler                    pic x(01) value ".".
          02 au01-ext                  pic x(03) value "DAT".
      *
       01 ab01-status                  pic x(02) value "00".
       01 ab01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ab01.
          02 ab01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 ab01-nome                 pic x(08) value "ARQAB01A".
          02 filler                    pic x(01) value ".".
          02 ab01-ext                  pic x(03) value "DAT".
      *
       01 re01-status                  pic x(02) value "00".
       01 re01-stat                    pic x(01) value "F".
      *
       01 nome-arq-re01.
          02 re01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 re01-nome                 pic x(08) value "ARQRE01A".
          02 filler                    pic x(01) value ".".
          02 re01-ext                  pic x(03) value "DAT".
      *
       01 tabl-status                  pic x(02) value "00".
       01 tabl-stat                    pic x(01) value "F".
      *
       01 nome-arq-tabl.
          02 tabl-dir                  pic x(03) value "TBL".
          02 filler                    pic x(01) value "\".
          02 tabl-nome                 pic x(08) value "ARQTABLA".
          02 filler                    pic x(01) value ".".
          02 tabl-ext                  pic x(03) value "DAT".
      *
       01 dirf-status                  pic x(02) value "00".
       01 nome-dirf                    pic x(12) value spaces.
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGDF01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(80) value all "-".
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 ano                       pic 9(02) value 0.
          02 codigo-sel                pic 9(05) value 0.
          02 cnpj-decl                 pic z(14) value 0.
          02 responsavel               pic x(40) value spaces.
          02 operacao                  pic 9(03) value 0.
          02 doperacao                 pic x(30) value spaces.
          02 receita                   pic 9(04) value 0.
          02 qtd-disp                  pic zzzz9 value 0.
      *
       01 nome-dirf-pad.
          02 filler                    pic x(04) value "DIRF".
          02 nome-dirf-ano             pic 9(02) value 0.
          02 filler                    pic x(06) value ".TXT".
      *
       01 ano4                         pic 9(04) value 0.
       01 ano4-ref                     pic 9(04) value 0.
       01 comp-ini                     pic 9(06) value 0.
       01 comp-fim                     pic 9(06) value 0.
       01 comp-fim-guia                pic 9(06) value 0.
       01 mes-calc                     pic 9(02) value 0.
       01 ind                          pic 9(02) comp-5 value 0.
       01 cont-baixas                  pic 9(05) value 0.
       01 cont-rpa                     pic 9(05) value 0.
       01 cont-benef                   pic 9(05) value 0.
       01 cont-sem-doc                 pic 9(05) value 0.
      *
      *    Declarante (tipo 47, codigo DECLA): resto(1:14) CNPJ,
      *    tabl-descricao = responsavel pelas informacoes
      *
       01 par-decl.
          02 decl-cnpj                 pic 9(14) value 0.
          02 filler                    pic x(06) value spaces.
      *
      *    Codigo da receita da operacao (tipo 47, codigo = numero
      *    da operacao): resto(1:4); sem registro, 1708 p/ pessoa
      *    juridica e 0588 p/ pessoa fisica
      *
       01 par-receita.
          02 rec-codigo                pic 9(04) value 0.
          02 filler                    pic x(16) value spaces.
      *
      *    Beneficiario do lancamento em acumulacao
      *
       01 benef-tipo                   pic x(01) value spaces.
       01 benef-doc                    pic 9(14) value 0.
       01 benef-nome                   pic x(40) value spaces.
       01 benef-codigo                 pic 9(05) value 0.
       01 benef-condicao               pic x(01) value spaces.
       01 benef-receita                pic 9(04) value 0.
       01 benef-rend                   pic 9(11)v9(02) value 0.
       01 benef-irrf                   pic 9(11)v9(02) value 0.
       01 benef-inss                   pic 9(11)v9(02) value 0.
      *
      *    Conferencia por mes: IRRF retido nas baixas x guia do
      *    pgir01; conf-sit "P" guia paga, "A" em aberto, " " sem
      *
       01 tab-conf.
          02 conf-mes                  occurs 12.
             03 conf-retido            pic 9(11)v9(02).
             03 conf-guia              pic 9(11)v9(02).
             03 conf-sit               pic x(01).
      *
       01 doc-irrf.
          02 filler                    pic x(04) value "IRRF".
          02 doc-irrf-mes              pic 9(02) value 0.
          02 doc-irrf-ano              pic 9(02) value 0.
          02 filler                    pic x(02) value spaces.
      *
      *    Valores mensais do beneficiario no arquivo da DIRF
      *
       01 tab-dirf.
          02 dirf-mes                  occurs 12.
             03 dirf-rend              pic 9(11)v9(02).
             03 dirf-irrf              pic 9(11)v9(02).
      *
       01 ant-receita                  pic 9(04) value 0.
       01 ant-tipo                     pic x(01) value spaces.
       01 ant-doc                      pic 9(14) value 0.
       01 ant-nome                     pic x(40) value spaces.
       01 ant-codigo                   pic 9(05) value 0.
       01 flag-benef                   pic x(01) value "N".
       01 flag-linha                   pic x(01) value spaces.
       01 dirf-ptr                     pic 9(03) value 0.
      *
      *    Valor em centavos sem zeros a esquerda (vazio se zero)
      *
       01 num-val                      pic 9(11)v9(02) value 0.
       01 num-cent                     pic 9(13) value 0.
       01 num-x redefines num-cent     pic x(13).
       01 num-zeros                    pic 9(02) value 0.
       01 num-tam                      pic 9(02) value 0.
       01 num-txt                      pic x(13) value spaces.
      *
      *    CNPJ/CPF formatado
      *
       01 doc-9                        pic 9(14) value 0.
       01 doc-x redefines doc-9        pic x(14).
       01 doc-fmt                      pic x(18) value spaces.
      *
       01 tot-retido                   pic 9(11)v9(02) value 0.
       01 tot-guia                     pic 9(11)v9(02) value 0.
       01 tot-rend                     pic 9(11)v9(02) value 0.
       01 tot-irrf                     pic 9(11)v9(02) value 0.
       01 tot-inss                     pic 9(11)v9(02) value 0.
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
          02 filler                    pic x(40) value
          "Conferencia IRRF Retido x Guias - Ano".
          02 cab-ano                   pic 9(04) value 0.
          02 filler                    pic x(09) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(08) value "Mes".
          02 filler                    pic x(17) value
             "   IRRF retido".
          02 filler                    pic x(17) value
             "    Guia PGIR01".
          02 filler                    pic x(13) value "  Situacao".
          02 filler                    pic x(18) value
             "      Diferenca".
      *
       01 cab-lin.
          02 cab-mes                   pic 99/ value 0.
          02 cab-mes-ano               pic 9(02) value 0.
          02 filler                    pic x(03) value spaces.
          02 cab-retido                pic zz.zzz.zzz.zz9,99.
          02 cab-guia                  pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-sit                   pic x(11) value spaces.
          02 cab-dif                   pic --.---.---.--9,99.
      *
       01 cab-total.
          02 filler                    pic x(08) value "Total".
          02 cab-tot-retido            pic zz.zzz.zzz.zz9,99.
          02 cab-tot-guia              pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(13) value spaces.
          02 cab-tot-dif               pic --.---.---.--9,99.
      *
       01 cab-resumo.
          02 cab-res-texto             pic x(40) value spaces.
          02 cab-res-qtd               pic zzzz9 value 0.
      *
      *    Comprovante anual de rendimentos
      *
       01 inf-tit.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(48) value
          "COMPROVANTE ANUAL DE RENDIMENTOS E DE RETENCAO D".
          02 filler                    pic x(27) value
          "E IMPOSTO DE RENDA NA FONTE".
      *
       01 inf-ano.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(16) value
             "Ano-calendario: ".
          02 inf-ano-cal               pic 9(04) value 0.
          02 filler                    pic x(05) value spaces.
          02 inf-pessoa                pic x(20) value spaces.
      *
       01 inf-secao                    pic x(60) value spaces.
      *
       01 inf-campo.
          02 filler                    pic x(03) value spaces.
          02 inf-rotulo                pic x(12) value spaces.
          02 inf-conteudo              pic x(60) value spaces.
      *
       01 inf-cab-mes.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(10) value "Mes".
          02 filler                    pic x(10) value "Receita".
          02 filler                    pic x(17) value
             "      Rendimento".
          02 filler                    pic x(17) value
             "     IRRF retido".
          02 filler                    pic x(17) value
             "  Contrib. prev.".
      *
       01 inf-lin.
          02 filler                    pic x(03) value spaces.
          02 inf-mes                   pic 99/ value 0.
          02 inf-mes-ano               pic 9(04) value 0.
          02 filler                    pic x(03) value spaces.
          02 inf-receita               pic 9(04) value 0.
          02 filler                    pic x(06) value spaces.
          02 inf-rend                  pic zz.zzz.zzz.zz9,99.
          02 inf-irrf                  pic zz.zzz.zzz.zz9,99.
          02 inf-inss                  pic zz.zzz.zzz.zz9,99.
      *
       01 inf-total.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(20) value
             "Total do ano".
          02 inf-tot-rend              pic zz.zzz.zzz.zz9,99.
          02 inf-tot-irrf              pic zz.zzz.zzz.zz9,99.
          02 inf-tot-inss              pic zz.zzz.zzz.zz9,99.
      *
       01 inf-responsavel.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(13) value "Responsavel: ".
          02 inf-resp-nome             pic x(40) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(06) value "Data: ".
          02 inf-resp-data             pic x(08) value spaces.
      *
       01 inf-cep.
          02 inf-cep-cidade            pic x(20) value spaces.
          02 filler                    pic x(01) value spaces.
          02 inf-cep-uf                pic x(02) value spaces.
          02 filler                    pic x(02) value spaces.
          02 inf-cep-num               pic 99999b999 value 0.
      *
       copy workgen.lib.
      *
       copy wstab01.lib.
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
          02 line 07 column 44 foreground-color 06 background-color 01
             highlight value "DIRF e Informe de Rendimentos".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (G/I/T).......:".
      *
       01 tela-ger.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Ano-calendario (aa)..:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Arquivo da DIRF......:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Baixas com retencao..:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "RPA do ano...........:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Beneficiarios........:".
      *
       01 tela-inf.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Ano-calendario (aa)..:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Codigo (0 = todos)...:".
      *
       01 tela-tab.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "CNPJ do declarante...:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Responsavel..........:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Operacao.............:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Codigo da receita....:".
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
           move 05 to box-lin.
           move 74 to box-col-f.
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
       rot-open-df01.
           move 0 to erro.
           if df01-stat = "F"
              open i-o arqdf01
              if df01-status = "35"
                 open output arqdf01
                 close arqdf01
                 open i-o arqdf01
              end-if
              if df01-status not = "00"
                 move
                 " Erro de abertura no ARQDF01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to df01-stat
              end-if
           end-if.
      *
       rot-close-df01.
           if df01-stat = "A"
              close arqdf01
              move "F" to df01-stat
           end-if.
      *
       rot-le-prox-df01.
           move 0 to erro.
           read arqdf01 next record at end move 1 to erro.
           if df01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-df01
           end-if.
      *
       rot-open-be01.
           move 0 to erro.
           if be01-stat = "F"
              open input arqbe01
              if be01-status not = "00"
                 move
                 " Erro de abertura no ARQBE01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to be01-stat
              end-if
           end-if.
      *
       rot-close-be01.
           if be01-stat = "A"
              close arqbe01
              move "F" to be01-stat
           end-if.
      *
       rot-le-prox-be01.
           move 0 to erro.
           read arqbe01 next record at end move 1 to erro.
           if be01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-be01
           end-if.
      *
      *    ARQRA01 e ARQAU01 so existem depois do primeiro RPA;
      *    sem eles o ano nao tem rendimentos de autonomos
      *
       rot-open-ra01.
           move 0 to erro.
           if ra01-stat = "F"
              open input arqra01
              if ra01-status not = "00"
                 move 1 to erro
              else
                 move "A" to ra01-stat
              end-if
           end-if.
      *
       rot-close-ra01.
           if ra01-stat = "A"
              close arqra01
              move "F" to ra01-stat
           end-if.
      *
       rot-le-prox-ra01.
           move 0 to erro.
           read arqra01 next record at end move 1 to erro.
           if ra01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ra01
           end-if.
      *
       rot-open-au01.
           move 0 to erro.
           if au01-stat = "F"
              open input arqau01
              if au01-status not = "00"
                 move 1 to erro
              else
                 move "A" to au01-stat
              end-if
           end-if.
      *
       rot-close-au01.
           if au01-stat = "A"
              close arqau01
              move "F" to au01-stat
           end-if.
      *
       rot-le-au01.
           move 0 to erro.
           if au01-stat not = "A"
              move 1 to erro
           else
              read arqau01 invalid key move 1 to erro
              end-read
           end-if.
      *
       rot-open-ab01.
           move 0 to erro.
           if ab01-stat = "F"
              open input arqab01
              if ab01-status not = "00"
                 move
                 " Erro de abertura no ARQAB01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ab01-stat
              end-if
           end-if.
      *
       rot-close-ab01.
           if ab01-stat = "A"
              close arqab01
              move "F" to ab01-stat
           end-if.
      *
       rot-le-ab01.
           move 0 to erro.
           read arqab01 invalid key move 1 to erro.
           if ab01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ab01
           end-if.
      *
       rot-open-re01.
           move 0 to erro.
           if re01-stat = "F"
              open input arqre01
              if re01-status not = "00"
                 move
                 " Erro de abertura no ARQRE01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to re01-stat
              end-if
           end-if.
      *
       rot-close-re01.
           if re01-stat = "A"
              close arqre01
              move "F" to re01-stat
           end-if.
      *
       rot-open-tabl.
           move 0 to erro.
           if tabl-stat = "F"
              open i-o arqtabl
              if tabl-status not = "00"
                 move
                 " Erro de abertura no ARQTABLA.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to tabl-stat
              end-if
           end-if.
      *
       rot-close-tabl.
           if tabl-stat = "A"
              close arqtabl
              move "F" to tabl-stat
           end-if.
      *
       rot-le-tabl.
           move 0 to erro.
           read arqtabl invalid key move 1 to erro.
           if tabl-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tabl
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
       rot-cabec.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           move ano4 to cab-ano.
           move 7 to linha.
           add 1 to pagina
           move pagina to cab-pagina
           if pagina = 1
              write reg-imp from cab-abav
              write reg-imp from cab-prog after 1 line
           else
              write reg-imp from cab-abav after page
              write reg-imp from cab-prog after 2 lines
           end-if.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
      *
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *    Declarante da tabela tipo 47 (codigo DECLA)
      *
       rot-le-declarante.
           move 0 to decl-cnpj.
           move spaces to responsavel.
           move "47" to tabl-tipo.
           move "DECLA" to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to par-decl
              move tabl-descricao to responsavel
              if decl-cnpj not numeric
                 move 0 to decl-cnpj
              end-if
           end-if.
           move 0 to erro.
      *
      *    Ano com 4 digitos (mesma janela do rot-data-sec)
      *
       rot-ano4.
           if ano < 50
              compute ano4 = 2000 + ano
           else
              compute ano4 = 1900 + ano
           end-if.
           compute ano4-ref = ano4 + 1.
      *
      *    Beneficiario do codigo benef-codigo: autonomo (CPF do
      *    ARQAU01) ou cadastro (CNPJ do ARQAB01)
      *
       rot-beneficiario.
           move benef-codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro = 0
              move ab01-razao-social to benef-nome
              move ab01-cgc to benef-doc
           else
              move spaces to benef-nome
              move 0 to benef-doc
           end-if.
           move "J" to benef-tipo.
           move benef-codigo to au01-codigo.
           perform rot-le-au01.
           if erro = 0
              move "F" to benef-tipo
              move au01-cpf to benef-doc
           end-if.
           move 0 to erro.
           if benef-doc = 0
              add 1 to cont-sem-doc
           end-if.
      *
      *    Codigo da receita da operacao (tipo 47)
      *
       rot-receita.
           if benef-tipo = "F"
              move 0588 to benef-receita
           else
              move 1708 to benef-receita
           end-if.
           move 47 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to par-receita
              if rec-codigo numeric and rec-codigo not = 0
                 move rec-codigo to benef-receita
              end-if
           end-if.
           move 0 to erro.
      *
      *    Soma o lancamento no ARQDF01 (ano/beneficiario/receita/
      *    mes-calc)
      *
       rot-acumula.
           move 0 to erro.
           move ano to df01-ano.
           move benef-tipo to df01-tipo.
           move benef-doc to df01-doc.
           move benef-receita to df01-receita.
           move mes-calc to df01-mes.
           read arqdf01 with kept lock invalid key
                move 1 to erro
           end-read.
           if erro = 0
              add benef-rend to df01-rendimento
              add benef-irrf to df01-irrf
              add benef-inss to df01-inss
              rewrite reg-df01 invalid key
                      continue
              end-rewrite
              unlock arqdf01 records
           else
              move 0 to erro
              move ano to df01-ano df01-ano-r
              move benef-tipo to df01-tipo df01-tipo-r
              move benef-doc to df01-doc df01-doc-r
              move benef-receita to df01-receita df01-receita-r
              move mes-calc to df01-mes df01-mes-r
              move benef-codigo to df01-codigo
              move benef-condicao to df01-condicao
              move benef-nome to df01-razao
              move benef-rend to df01-rendimento
              move benef-irrf to df01-irrf
              move benef-inss to df01-inss
              write reg-df01 invalid key
                    continue
              end-write
           end-if.
      *
      *    Mes (mes-calc) dos dias corridos em dias-corr
      *
       rot-mes.
           move 1 to opcao-data.
           perform rot-data.
           move mes-euro to mes-calc.
      *
      *    Valor num-val em centavos, sem zeros a esquerda
      *
       rot-num-txt.
           compute num-cent = num-val * 100.
           move 0 to num-zeros num-tam.
           move spaces to num-txt.
           inspect num-x tallying num-zeros for leading "0".
           if num-zeros < 13
              compute num-tam = 13 - num-zeros
              move num-x(num-zeros + 1:num-tam) to num-txt
           end-if.
      *
      *    CNPJ (tipo J) ou CPF (tipo F) de doc-9 em doc-fmt
      *
       rot-fmt-doc.
           move spaces to doc-fmt.
           if benef-tipo = "F"
              string doc-x(4:3) "." doc-x(7:3) "." doc-x(10:3) "-"
                     doc-x(13:2) delimited by size into doc-fmt
              end-string
           else
              string doc-x(1:2) "." doc-x(3:3) "." doc-x(6:3) "/"
                     doc-x(9:4) "-" doc-x(13:2) delimited by size
                     into doc-fmt
              end-string
           end-if.
      *
       rot-limpa-painel.
           move 10 to linha-tela.
       rot-limpa-painel-1.
           if linha-tela > 20
              go to rot-limpa-painel-fim
           end-if.
           display tracos(1:68) at line linha-tela column 05 with
                   foreground-color 01 background-color 01.
           add 1 to linha-tela.
           go to rot-limpa-painel-1.
       rot-limpa-painel-fim.
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
           if funcao not = "G" and "I" and "T"
              go to lab-fun-01
           end-if.
           if funcao = "T" and param-prioridade < 8
              move " Funcao restrita ao supervisor - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "G"
                         perform sec-gera
                    when funcao = "I"
                         perform sec-informe
                    when funcao = "T"
                         perform sec-tabela
           end-evaluate.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Geracao da DIRF     *
      *                      *
      ************************
      *
       sec-gera section.
      *
       lab-ger-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-ger-fim
           end-if.
           perform rot-le-declarante.
           if decl-cnpj = 0
              move " CNPJ do declarante nao cadastrado (T) - Tecle <Ente
      -    "r>" to mensagem
              perform rot-erro-cad
              go to lab-ger-fim
           end-if.
           display tela-ger.
      *
       lab-ger-01.
           move 0 to ano.
           perform lmp-ano thru lmp-beneficiarios.
           perform acc-ano.
           if escape-key = 1
              go to lab-ger-fim
           end-if.
           perform rot-ano4.
      *
       lab-ger-02.
           move ano to nome-dirf-ano.
           move nome-dirf-pad to nome-dirf.
           perform acc-nome-dirf.
           if escape-key = 1
              go to lab-ger-01
           end-if.
           if nome-dirf = spaces
              go to lab-ger-02
           end-if.
      *
       lab-ger-03.
           move "Gerar a DIRF do ano (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ger-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-ger-01
           else
              if resposta not = "S"
                 go to lab-ger-03
              end-if
           end-if.
           move "Aguarde - acumulando os rendimentos do ano" to
           mensagem.
           display tela-mensagem-cad.
           perform rot-open-df01.
           if erro not = 0
              go to lab-ger-fim
           end-if.
           perform rot-open-be01.
           if erro not = 0
              go to lab-ger-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-ger-fim
           end-if.
           perform rot-open-re01.
           if erro not = 0
              go to lab-ger-fim
           end-if.
           perform rot-open-au01.
           perform rot-open-ra01.
           move 0 to erro.
           move 0 to cont-baixas cont-rpa cont-benef cont-sem-doc.
           compute comp-ini = (ano * 360) + 31.
           compute comp-fim = (ano * 360) + 390.
      *    guias de dezembro sao pagas no ano seguinte
           compute comp-fim-guia = comp-fim + 60.
           perform rot-limpa-ano thru rot-limpa-ano-fim.
           move 1 to ind.
       lab-ger-04.
           if ind > 12
              go to lab-ger-05
           end-if.
           move 0 to conf-retido(ind) conf-guia(ind).
           move spaces to conf-sit(ind).
           add 1 to ind.
           go to lab-ger-04.
      *
      *    Baixas do ano (e guias IRRFmmaa pagas ate fevereiro)
      *
       lab-ger-05.
           move comp-ini to be01-liquidacao.
           start arqbe01 key is not less be01-chave-2 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-ger-07
           end-if.
      *
       lab-ger-06.
           perform rot-le-prox-be01.
           if erro not = 0
              move 0 to erro
              go to lab-ger-07
           end-if.
           if be01-chave = high-values
              go to lab-ger-06
           end-if.
           if be01-liquidacao > comp-fim-guia
              go to lab-ger-07
           end-if.
           if be01-situacao not = spaces
              go to lab-ger-06
           end-if.
           if be01-documento(1:4) = "IRRF" and
              be01-documento(7:2) = nome-dirf-ano and
              be01-documento(5:2) numeric
              move be01-documento(5:2) to mes-calc
              if mes-calc > 0 and mes-calc < 13
                 add be01-valor to conf-guia(mes-calc)
                 move "P" to conf-sit(mes-calc)
              end-if
              go to lab-ger-06
           end-if.
           if be01-liquidacao > comp-fim
              go to lab-ger-06
           end-if.
      *    baixas gravadas antes do campo existir podem trazer
      *    lixo na cauda do registro
           if be01-irrf not numeric or be01-iss not numeric
              go to lab-ger-06
           end-if.
           if be01-irrf = 0
              go to lab-ger-06
           end-if.
           move be01-liquidacao to dias-corr.
           perform rot-mes.
           add be01-irrf to conf-retido(mes-calc).
      *    o liquido do RPA entra pelo proprio RPA
           if be01-documento(1:3) = "RPA"
              go to lab-ger-06
           end-if.
           move be01-codigo to benef-codigo.
           move be01-condicao to benef-condicao.
           perform rot-beneficiario.
           move be01-operacao to operacao.
           perform rot-receita.
           compute benef-rend = be01-valor-pago + be01-irrf + be01-iss.
           move be01-irrf to benef-irrf.
           move 0 to benef-inss.
           perform rot-acumula.
           add 1 to cont-baixas.
           move cont-baixas to qtd-disp.
           display qtd-disp at 1329 with foreground-color 15
                   background-color 01.
           go to lab-ger-06.
      *
      *    Guias ainda em aberto no contas a pagar
      *
       lab-ger-07.
           move 1 to ind.
       lab-ger-08.
           if ind > 12
              go to lab-ger-09
           end-if.
           if conf-sit(ind) = spaces
              move ind to doc-irrf-mes
              move ano to doc-irrf-ano
              move doc-irrf to re01-documento
              read arqre01 invalid key move 1 to erro
              end-read
              if erro = 0
                 move re01-valor to conf-guia(ind)
                 move "A" to conf-sit(ind)
              end-if
              move 0 to erro
           end-if.
           add 1 to ind.
           go to lab-ger-08.
      *
      *    RPA do ano (receita 0588, INSS retido informado)
      *
       lab-ger-09.
           if ra01-stat not = "A"
              go to lab-ger-11
           end-if.
           move low-values to ra01-chave.
           start arqra01 key is not less ra01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-ger-11
           end-if.
      *
       lab-ger-10.
           perform rot-le-prox-ra01.
           if erro not = 0
              move 0 to erro
              go to lab-ger-11
           end-if.
           if ra01-chave = high-values
              go to lab-ger-10
           end-if.
           if ra01-emissao < comp-ini or ra01-emissao > comp-fim
              go to lab-ger-10
           end-if.
           move ra01-codigo to benef-codigo.
           move ra01-condicao to benef-condicao.
           perform rot-beneficiario.
           move "F" to benef-tipo.
           move 0588 to benef-receita.
           move ra01-emissao to dias-corr.
           perform rot-mes.
           move ra01-bruto to benef-rend.
           move ra01-irrf to benef-irrf.
           move ra01-inss to benef-inss.
           perform rot-acumula.
           add 1 to cont-rpa.
           move cont-rpa to qtd-disp.
           display qtd-disp at 1429 with foreground-color 15
                   background-color 01.
           go to lab-ger-10.
      *
       lab-ger-11.
           perform rot-gera-arquivo thru rot-gera-arquivo-fim.
           if erro not = 0
              move 0 to erro
              go to lab-ger-fim
           end-if.
           move cont-benef to qtd-disp.
           display qtd-disp at 1529 with foreground-color 15
                   background-color 01.
           perform rot-conferencia.
           move "DIRF gerada - conferencia impressa - Tecle <Enter>" to
           mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-ger-fim.
           perform rot-close-imp.
           perform rot-close-ra01.
           perform rot-close-au01.
           perform rot-close-re01.
           perform rot-close-ab01.
           perform rot-close-be01.
           perform rot-close-df01.
           perform rot-close-tabl.
           exit.
      *
      *    Exclui os totais de uma geracao anterior do mesmo ano
      *
       rot-limpa-ano.
           move low-values to df01-chave.
           move ano to df01-ano.
           start arqdf01 key is not less df01-chave invalid key
                 go to rot-limpa-ano-fim
           end-start.
       rot-limpa-ano-1.
           perform rot-le-prox-df01.
           if erro not = 0 or df01-ano not = ano
              move 0 to erro
              go to rot-limpa-ano-fim
           end-if.
           delete arqdf01 record invalid key
                  continue
           end-delete.
           go to rot-limpa-ano-1.
       rot-limpa-ano-fim.
           exit.
      *
      *    Arquivo da DIRF: por codigo da receita, pessoas fisicas
      *    e depois juridicas, valores mensais em centavos
      *
       rot-gera-arquivo.
           open output arqdirf.
           if dirf-status not = "00"
              move " Erro na gravacao do arquivo da DIRF - Tecle <Ente
      -       "r>" to mensagem
              perform rot-erro-cad
              move 1 to erro
              go to rot-gera-arquivo-fim
           end-if.
           move spaces to reg-dirf.
           string "DIRF|" ano4-ref "|" ano4 "|N||" delimited by size
                  into reg-dirf
           end-string.
           write reg-dirf.
           move spaces to reg-dirf.
           string "DECPJ|" decl-cnpj "|ASSOCIACAO BRASILEIRA DE AGENC"
                  "IAS DE VIAGENS DE SAO PAULO|" responsavel "|"
                  delimited by size into reg-dirf
           end-string.
           write reg-dirf.
           move 0 to ant-receita.
           move "N" to flag-benef.
           move low-values to df01-chave-1.
           move ano to df01-ano-r.
           start arqdf01 key is not less df01-chave-1 invalid key
                 go to rot-gera-arquivo-2
           end-start.
       rot-gera-arquivo-1.
           perform rot-le-prox-df01.
           if erro not = 0 or df01-ano-r not = ano
              move 0 to erro
              go to rot-gera-arquivo-2
           end-if.
           if df01-receita-r not = ant-receita
              perform rot-dirf-benef
              move df01-receita-r to ant-receita
              move spaces to reg-dirf
              string "IDREC|" df01-receita-r "|" delimited by size
                     into reg-dirf
              end-string
              write reg-dirf
           end-if.
           if flag-benef = "N" or df01-tipo-r not = ant-tipo or
              df01-doc-r not = ant-doc
              perform rot-dirf-benef
              move df01-tipo-r to ant-tipo
              move df01-doc-r to ant-doc
              move df01-razao to ant-nome
              move "S" to flag-benef
              move 1 to ind
              perform rot-zera-dirf thru rot-zera-dirf-fim
           end-if.
           add df01-rendimento to dirf-rend(df01-mes-r).
           add df01-irrf to dirf-irrf(df01-mes-r).
           go to rot-gera-arquivo-1.
       rot-gera-arquivo-2.
           perform rot-dirf-benef.
           move "FIMDirf|" to reg-dirf.
           write reg-dirf.
           close arqdirf.
       rot-gera-arquivo-fim.
           exit.
      *
       rot-zera-dirf.
           if ind > 12
              go to rot-zera-dirf-fim
           end-if.
           move 0 to dirf-rend(ind) dirf-irrf(ind).
           add 1 to ind.
           go to rot-zera-dirf.
       rot-zera-dirf-fim.
           exit.
      *
      *    Registros do beneficiario acumulado (ant-...)
      *
       rot-dirf-benef.
           if flag-benef not = "S"
              go to rot-dirf-benef-fim
           end-if.
           move ant-doc to doc-9.
           move spaces to reg-dirf.
           if ant-tipo = "F"
              string "BPFDEC|" doc-x(4:11) "|" ant-nome "|"
                     delimited by size into reg-dirf
              end-string
           else
              string "BPJDEC|" doc-x "|" ant-nome "|"
                     delimited by size into reg-dirf
              end-string
           end-if.
           write reg-dirf.
           move "R" to flag-linha.
           perform rot-dirf-valores thru rot-dirf-valores-fim.
           move "I" to flag-linha.
           perform rot-dirf-valores thru rot-dirf-valores-fim.
           add 1 to cont-benef.
           move "N" to flag-benef.
       rot-dirf-benef-fim.
           exit.
      *
      *    RTRT (flag-linha "R") ou RTIRF ("I"): 12 meses + 13o
      *
       rot-dirf-valores.
           move spaces to reg-dirf.
           move 1 to dirf-ptr.
           if flag-linha = "R"
              string "RTRT|" delimited by size into reg-dirf
                     with pointer dirf-ptr
              end-string
           else
              string "RTIRF|" delimited by size into reg-dirf
                     with pointer dirf-ptr
              end-string
           end-if.
           move 1 to ind.
       rot-dirf-valores-1.
           if ind > 12
              go to rot-dirf-valores-2
           end-if.
           if flag-linha = "R"
              move dirf-rend(ind) to num-val
           else
              move dirf-irrf(ind) to num-val
           end-if.
           perform rot-num-txt.
           if num-tam > 0
              string num-txt(1:num-tam) delimited by size
                     into reg-dirf with pointer dirf-ptr
              end-string
           end-if.
           string "|" delimited by size into reg-dirf
                  with pointer dirf-ptr
           end-string.
           add 1 to ind.
           go to rot-dirf-valores-1.
       rot-dirf-valores-2.
           string "|" delimited by size into reg-dirf
                  with pointer dirf-ptr
           end-string.
           write reg-dirf.
       rot-dirf-valores-fim.
           exit.
      *
      *    Conferencia mensal IRRF retido x guias do pgir01
      *
       rot-conferencia.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to rot-conferencia-fim
           end-if.
           move 99 to linha.
           move 0 to pagina tot-retido tot-guia.
           perform rot-cabec.
           move 1 to ind.
       rot-conferencia-1.
           if ind > 12
              go to rot-conferencia-2
           end-if.
           move ind to cab-mes.
           move ano to cab-mes-ano.
           move conf-retido(ind) to cab-retido.
           move conf-guia(ind) to cab-guia.
           evaluate true
                    when conf-sit(ind) = "P"
                         move "PAGA" to cab-sit
                    when conf-sit(ind) = "A"
                         move "EM ABERTO" to cab-sit
                    when conf-retido(ind) = 0
                         move spaces to cab-sit
                    when other
                         move "SEM GUIA" to cab-sit
           end-evaluate.
           compute cab-dif = conf-retido(ind) - conf-guia(ind).
           write reg-imp from cab-lin after 1 line.
           add conf-retido(ind) to tot-retido.
           add conf-guia(ind) to tot-guia.
           add 1 to ind.
           go to rot-conferencia-1.
       rot-conferencia-2.
           write reg-imp from tracos after 1 line.
           move tot-retido to cab-tot-retido.
           move tot-guia to cab-tot-guia.
           compute cab-tot-dif = tot-retido - tot-guia.
           write reg-imp from cab-total after 1 line.
           write reg-imp from spaces after 1 line.
           move "Baixas com retencao na DIRF............:" to
                cab-res-texto.
           move cont-baixas to cab-res-qtd.
           write reg-imp from cab-resumo after 1 line.
           move "RPA na DIRF............................:" to
                cab-res-texto.
           move cont-rpa to cab-res-qtd.
           write reg-imp from cab-resumo after 1 line.
           move "Beneficiarios no arquivo...............:" to
                cab-res-texto.
           move cont-benef to cab-res-qtd.
           write reg-imp from cab-resumo after 1 line.
           move "Lancamentos sem CNPJ/CPF no cadastro...:" to
                cab-res-texto.
           move cont-sem-doc to cab-res-qtd.
           write reg-imp from cab-resumo after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
       rot-conferencia-fim.
           exit.
      *
      ************************
      *                      *
      *  Informes            *
      *                      *
      ************************
      *
       sec-informe section.
      *
       lab-inf-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-inf-fim
           end-if.
           perform rot-le-declarante.
           display tela-inf.
      *
       lab-inf-01.
           move 0 to ano.
           perform lmp-ano thru lmp-nome-dirf.
           perform acc-ano.
           if escape-key = 1
              go to lab-inf-fim
           end-if.
           perform rot-ano4.
      *
       lab-inf-02.
           move 0 to codigo-sel.
           perform acc-codigo-sel.
           if escape-key = 1
              go to lab-inf-01
           end-if.
      *
       lab-inf-03.
           move "Imprimir os informes (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-inf-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-inf-01
           else
              if resposta not = "S"
                 go to lab-inf-03
              end-if
           end-if.
           display tela-limpa-cad.
           perform rot-open-df01.
           if erro not = 0
              go to lab-inf-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-inf-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-inf-fim
           end-if.
           move 0 to pagina cont-benef.
           move "N" to flag-benef.
           move low-values to df01-chave.
           move ano to df01-ano.
           start arqdf01 key is not less df01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-inf-05
           end-if.
      *
       lab-inf-04.
           perform rot-le-prox-df01.
           if erro not = 0 or df01-ano not = ano
              move 0 to erro
              go to lab-inf-05
           end-if.
           if codigo-sel not = 0 and df01-codigo not = codigo-sel
              go to lab-inf-04
           end-if.
           if flag-benef = "N" or df01-tipo not = ant-tipo or
              df01-doc not = ant-doc
              perform rot-inf-rodape
              perform rot-inf-cabec
           end-if.
           move df01-mes to inf-mes.
           move ano4 to inf-mes-ano.
           move df01-receita to inf-receita.
           move df01-rendimento to inf-rend.
           move df01-irrf to inf-irrf.
           move df01-inss to inf-inss.
           write reg-imp from inf-lin after 1 line.
           add df01-rendimento to tot-rend.
           add df01-irrf to tot-irrf.
           add df01-inss to tot-inss.
           go to lab-inf-04.
      *
       lab-inf-05.
           perform rot-inf-rodape.
           if cont-benef = 0
              move "Nenhum rendimento p/ o ano - rode a funcao G - Tec
      -       "le <Enter>" to mensagem
           else
              move "Impressao concluida - Tecle <Enter>" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-inf-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-df01.
           perform rot-close-tabl.
           exit.
      *
      *    Cabecalho do informe do beneficiario do reg-df01
      *
       rot-inf-cabec.
           move df01-tipo to ant-tipo benef-tipo.
           move df01-doc to ant-doc.
           move df01-codigo to ant-codigo.
           move "S" to flag-benef.
           move 0 to tot-rend tot-irrf tot-inss.
           add 1 to cont-benef pagina.
           if pagina = 1
              write reg-imp from cab-abav
           else
              write reg-imp from cab-abav after page
           end-if.
           write reg-imp from inf-tit after 2 lines.
           move ano4 to inf-ano-cal.
           if df01-tipo = "F"
              move "(Pessoa Fisica)" to inf-pessoa
           else
              move "(Pessoa Juridica)" to inf-pessoa
           end-if.
           write reg-imp from inf-ano after 1 line.
           write reg-imp from tracos after 1 line.
           move "1. Fonte pagadora" to inf-secao.
           write reg-imp from inf-secao after 2 lines.
           move "Nome" to inf-rotulo.
           move "ASSOCIACAO BRASILEIRA DE AGENCIAS DE VIAGENS DE SAO PA
      -    "ULO" to inf-conteudo.
           write reg-imp from inf-campo after 1 line.
           move "CNPJ" to inf-rotulo.
           move decl-cnpj to doc-9.
           move "J" to benef-tipo.
           perform rot-fmt-doc.
           move doc-fmt to inf-conteudo.
           write reg-imp from inf-campo after 1 line.
           move df01-tipo to benef-tipo.
           move "2. Beneficiario" to inf-secao.
           write reg-imp from inf-secao after 2 lines.
           move "Nome" to inf-rotulo.
           move df01-razao to inf-conteudo.
           write reg-imp from inf-campo after 1 line.
           if df01-tipo = "F"
              move "CPF" to inf-rotulo
           else
              move "CNPJ" to inf-rotulo
           end-if.
           move df01-doc to doc-9.
           perform rot-fmt-doc.
           move doc-fmt to inf-conteudo.
           write reg-imp from inf-campo after 1 line.
           move df01-codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro = 0
              move "Endereco" to inf-rotulo
              move ab01-endereco to inf-conteudo
              write reg-imp from inf-campo after 1 line
              move ab01-cidade to inf-cep-cidade
              move ab01-uf to inf-cep-uf
              move ab01-cep to inf-cep-num
              move spaces to inf-rotulo
              move inf-cep to inf-conteudo
              write reg-imp from inf-campo after 1 line
           end-if.
           move 0 to erro.
           move "3. Rendimentos e imposto retido na fonte" to
                inf-secao.
           write reg-imp from inf-secao after 2 lines.
           write reg-imp from inf-cab-mes after 1 line.
      *
      *    Totais e responsavel do informe em andamento
      *
       rot-inf-rodape.
           if flag-benef not = "S"
              go to rot-inf-rodape-fim
           end-if.
           move tot-rend to inf-tot-rend.
           move tot-irrf to inf-tot-irrf.
           move tot-inss to inf-tot-inss.
           write reg-imp from inf-total after 2 lines.
           move responsavel to inf-resp-nome.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to inf-resp-data.
           write reg-imp from inf-responsavel after 3 lines.
           move "N" to flag-benef.
       rot-inf-rodape-fim.
           exit.
      *
      ************************
      *                      *
      *  Tabela tipo 47      *
      *                      *
      ************************
      *
       sec-tabela section.
      *
       lab-tab-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-tab-fim
           end-if.
           perform rot-le-declarante.
           display tela-tab.
      *
       lab-tab-01.
           move decl-cnpj to cnpj-decl.
           perform acc-cnpj-decl.
           if escape-key = 1
              go to lab-tab-fim
           end-if.
           move cnpj-decl to decl-cnpj.
           if decl-cnpj = 0
              go to lab-tab-01
           end-if.
      *
       lab-tab-02.
           perform acc-responsavel.
           if escape-key = 1
              go to lab-tab-01
           end-if.
           move responsavel to txt.
           perform rot-texto.
           move txt to responsavel.
           move "47" to tabl-tipo.
           move "DECLA" to tabl-codigo.
           perform rot-le-tabl.
           move "47" to tabl-tipo tabl-tipo-1.
           move "DECLA" to tabl-codigo.
           move responsavel to tabl-descricao tabl-descricao-1.
           move par-decl to tabl-resto.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           if erro = 0
              rewrite reg-tabl invalid key
                      continue
              end-rewrite
           else
              write reg-tabl invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
      *
       lab-tab-03.
           move 0 to operacao receita.
           perform lmp-operacao thru lmp-receita.
           perform acc-operacao.
           if escape-key = 1
              go to lab-tab-fim
           end-if.
           if operacao = 0
              go to lab-tab-03
           end-if.
           move 05 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move " Operacao nao cadastrada - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-tab-03
           end-if.
           move reg-tabl to reg-wtab01.
           move wtab01-descricao to doperacao.
           perform dsp-operacao.
           move 47 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to par-receita
              if rec-codigo numeric
                 move rec-codigo to receita
              end-if
           end-if.
           move 0 to erro.
      *
       lab-tab-04.
           perform acc-receita.
           if escape-key = 1
              go to lab-tab-03
           end-if.
           move 47 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           move wtab01-chave to tabl-chave.
           move "47" to tabl-tipo-1.
           move spaces to tabl-descricao.
           string "RECEITA DIRF OPERACAO " operacao delimited by size
                  into tabl-descricao
           end-string.
           move tabl-descricao to tabl-descricao-1.
           move spaces to par-receita.
           move receita to rec-codigo.
           move par-receita to tabl-resto.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           if erro = 0
              rewrite reg-tabl invalid key
                      continue
              end-rewrite
           else
              write reg-tabl invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
           go to lab-tab-03.
      *
       lab-tab-fim.
           perform rot-close-tabl.
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
           accept resposta at 2370 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ano.
           accept ano at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-nome-dirf.
           accept nome-dirf at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-codigo-sel.
           accept codigo-sel at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cnpj-decl.
           accept cnpj-decl at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-responsavel.
           accept responsavel at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-receita.
           accept receita at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0829 with foreground-color 15
                   background-color 01.
      *
       dsp-operacao.
           display doperacao at 1334 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-ano.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-nome-dirf.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-contadores.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-beneficiarios.
           display limpa-10 at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-operacao.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-receita.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
