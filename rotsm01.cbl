      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  ROTSM01      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Rotina do resumo mensal de saldos: recebe a mesma area do  *
      *  diario de atualizacoes (campo-jornal) e aplica no ARQSM01  *
      *  a diferenca entre a imagem antes e a imagem depois de uma  *
      *  gravacao, regravacao ou exclusao no ARQRC01, ARQBX01,      *
      *  ARQRE01, ARQBE01 ou ARQCX01 - a imagem antes sai dos       *
      *  totais e a imagem depois entra. Outros arquivos sao        *
      *  ignorados. Chamada pelos programas de lancamento logo     *
      *  apos a rotjn01; o PGSM01 usa as operacoes proprias da      *
      *  rotina p/ reconstruir o resumo: "I" inicia o arquivo       *
      *  informado em jor-arquivo (branco = ARQSM01A) e o mantem    *
      *  aberto, "W" soma cada registro lido e "F" fecha :          *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. rotsm01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqsm01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sm01-chave
                  file status is sm01-status.
      *
      *    Os arquivos de detalhe so emprestam o layout p/ a
      *    imagem recebida; nao sao abertos pela rotina
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
       data division.
       file section.
      *
       copy fdsm01.lib.
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
       working-storage section.
      *
       01 sm01-status                  pic x(02) value "00".
       01 sm01-stat                    pic x(01) value "F".
      *
       01 nome-arq-sm01.
          02 sm01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 sm01-nome                 pic x(08) value "ARQSM01A".
          02 filler                    pic x(01) value ".".
          02 sm01-ext                  pic x(03) value "DAT".
      *
       01 rc01-status                  pic x(02) value "00".
       01 nome-arq-rc01.
          02 rc01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 rc01-nome                 pic x(08) value "ARQRC01A".
          02 filler                    pic x(01) value ".".
          02 rc01-ext                  pic x(03) value "DAT".
      *
       01 bx01-status                  pic x(02) value "00".
       01 nome-arq-bx01.
          02 bx01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 bx01-nome                 pic x(08) value "ARQBX01A".
          02 filler                    pic x(01) value ".".
          02 bx01-ext                  pic x(03) value "DAT".
      *
       01 re01-status                  pic x(02) value "00".
       01 nome-arq-re01.
          02 re01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 re01-nome                 pic x(08) value "ARQRE01A".
          02 filler                    pic x(01) value ".".
          02 re01-ext                  pic x(03) value "DAT".
      *
       01 be01-status                  pic x(02) value "00".
       01 nome-arq-be01.
          02 be01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 be01-nome                 pic x(08) value "ARQBE01A".
          02 filler                    pic x(01) value ".".
          02 be01-ext                  pic x(03) value "DAT".
      *
       01 cx01-status                  pic x(02) value "00".
       01 nome-arq-cx01.
          02 cx01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 cx01-nome                 pic x(08) value "ARQCX01A".
          02 filler                    pic x(01) value ".".
          02 cx01-ext                  pic x(03) value "DAT".
      *
       01 erro                         pic 9(01) value 0.
       01 campo-wait                   pic 9(04) comp-5 value 2.
       01 hora-corrente                pic 9(08) value 0.
       01 flag-fecha                   pic x(01) value "N".
      *
       01 imagem                       pic x(500) value spaces.
       01 sinal                        pic s9(01) value 0.
       01 chave-sm                     pic x(31) value spaces.
       01 dif-qtd                      pic s9(07) value 0.
       01 dif-valor                    pic s9(13)v9(02) value 0.
       01 dif-pago                     pic s9(13)v9(02) value 0.
      *
       01 dias-comp                    pic 9(06) value 0.
       01 fc-comp-reg.
          02 fc-reg-ano                pic 9(02) value 0.
          02 fc-reg-mes                pic 9(02) value 0.
       01 fc-resto                     pic 9(06) value 0.
      *
       linkage section.
      *
       01 campo-jornal.
          02 jor-programa              pic x(08).
          02 jor-usuario               pic x(10).
          02 jor-data                  pic 9(05).
          02 jor-arquivo               pic x(08).
          02 jor-operacao              pic x(01).
          02 jor-chave                 pic x(40).
          02 jor-tamanho               pic 9(04).
          02 jor-antes                 pic x(500).
          02 jor-depois                pic x(500).
          02 jor-ok                    pic x(01).
      *
       procedure division using campo-jornal.
      *
       inicio.
           move "N" to jor-ok.
           if jor-operacao = "I"
              go to rot-inicia
           end-if.
           if jor-operacao = "F"
              go to rot-finaliza
           end-if.
           if jor-arquivo not = "ARQRC01A" and "ARQBX01A" and
                                "ARQRE01A" and "ARQBE01A" and
                                "ARQCX01A"
              move "S" to jor-ok
              go to fim-rotsm01
           end-if.
           move "N" to flag-fecha.
           if sm01-stat = "F"
              perform rot-abre-sm01
              if erro not = 0
                 go to fim-rotsm01
              end-if
              move "S" to flag-fecha
           end-if.
           move -1 to sinal.
           move jor-antes to imagem.
           perform rot-contribui thru rot-contribui-fim.
           move 1 to sinal.
           move jor-depois to imagem.
           perform rot-contribui thru rot-contribui-fim.
           move "S" to jor-ok.
           if flag-fecha = "S"
              close arqsm01
              move "F" to sm01-stat
           end-if.
      *
       fim-rotsm01.
           exit program.
      *
      *    Reconstrucao: recria o arquivo pedido (o resumo ou a
      *    copia de conferencia do pgsm01) e o deixa aberto
      *
       rot-inicia.
           if sm01-stat = "A"
              close arqsm01
              move "F" to sm01-stat
           end-if.
           move "ARQSM01A" to sm01-nome.
           if jor-arquivo not = spaces
              move jor-arquivo to sm01-nome
           end-if.
           open output arqsm01.
           if sm01-status not = "00"
              go to fim-rotsm01
           end-if.
           close arqsm01.
           open i-o arqsm01.
           if sm01-status not = "00"
              go to fim-rotsm01
           end-if.
           move "A" to sm01-stat.
           move high-values to sm01-controle.
           move jor-data to sm01-ult-reconstrucao.
           accept hora-corrente from time.
           move hora-corrente to sm01-ult-hora.
           move jor-usuario to sm01-ult-usuario.
           move spaces to reg-sm01-1(55:).
           write reg-sm01-1 invalid key
                 go to fim-rotsm01
           end-write.
           move "S" to jor-ok.
           go to fim-rotsm01.
      *
       rot-finaliza.
           if sm01-stat = "A"
              close arqsm01
              move "F" to sm01-stat
           end-if.
           move "ARQSM01A" to sm01-nome.
           move "S" to jor-ok.
           go to fim-rotsm01.
      *
       rot-abre-sm01.
           move 0 to erro.
           open i-o arqsm01.
           if sm01-status = "35"
              open output arqsm01
              close arqsm01
              open i-o arqsm01
           end-if.
           if sm01-status not = "00"
              move 1 to erro
           end-if.
      *
      *    Contribuicao de uma imagem (antes com sinal negativo,
      *    depois com sinal positivo); imagem em branco (gravacao
      *    ou exclusao) e registro de controle nao contam
      *
       rot-contribui.
           if imagem = spaces or imagem(1:1) = high-value
              go to rot-contribui-fim
           end-if.
           evaluate jor-arquivo
                    when "ARQRC01A"
                         perform rot-soma-rc01
                    when "ARQBX01A"
                         perform rot-soma-bx01
                    when "ARQRE01A"
                         perform rot-soma-re01
                    when "ARQBE01A"
                         perform rot-soma-be01
                    when "ARQCX01A"
                         perform rot-soma-cx01 thru rot-soma-cx01-fim
           end-evaluate.
       rot-contribui-fim.
           exit.
      *
      *    Contas a receber: emissao, cancelamento/renegociacao
      *    e carteira por vencimento
      *
       rot-soma-rc01.
           move imagem to reg-rc01.
           move spaces to sm01-chave.
           move 0 to sm01-data sm01-entidade sm01-operacao
                     sm01-ccusto sm01-portador.
           if rc01-entidade numeric
              move rc01-entidade to sm01-entidade
           end-if.
           if rc01-operacao numeric
              move rc01-operacao to sm01-operacao
           end-if.
           if rc01-ccusto numeric
              move rc01-ccusto to sm01-ccusto
           end-if.
           if rc01-portador numeric
              move rc01-portador to sm01-portador
           end-if.
           move rc01-situacao to sm01-classe.
           move sinal to dif-qtd.
           compute dif-valor = rc01-valor * sinal.
           move 0 to dif-pago.
      *
           move "RE" to sm01-tipo.
           move rc01-emissao to dias-comp.
           perform rot-competencia thru rot-competencia-fim.
           move fc-comp-reg to sm01-competencia.
           if rc01-documento(1:1) = "R"
              move "S" to sm01-docto-r
           else
              move "N" to sm01-docto-r
           end-if.
           perform rot-acumula thru rot-acumula-fim.
      *
           if rc01-situacao = "C" or "R"
              move "RD" to sm01-tipo
              move rc01-data to dias-comp
              perform rot-competencia thru rot-competencia-fim
              move fc-comp-reg to sm01-competencia
              perform rot-acumula thru rot-acumula-fim
           end-if.
           move spaces to sm01-docto-r.
      *
           move "RA" to sm01-tipo.
           move rc01-vencimento to dias-comp sm01-data.
           perform rot-competencia thru rot-competencia-fim.
           move fc-comp-reg to sm01-competencia.
           if rc01-evento not = low-values
              move rc01-evento to sm01-evento
           end-if.
           perform rot-acumula thru rot-acumula-fim.
      *
       rot-soma-bx01.
           move imagem to reg-bx01.
           move spaces to sm01-chave.
           move 0 to sm01-data sm01-entidade sm01-operacao
                     sm01-ccusto sm01-portador.
           if bx01-entidade numeric
              move bx01-entidade to sm01-entidade
           end-if.
           if bx01-operacao numeric
              move bx01-operacao to sm01-operacao
           end-if.
           if bx01-ccusto numeric
              move bx01-ccusto to sm01-ccusto
           end-if.
           if bx01-portador numeric
              move bx01-portador to sm01-portador
           end-if.
           move bx01-situacao to sm01-classe.
           move sinal to dif-qtd.
           compute dif-valor = bx01-valor * sinal.
           compute dif-pago = bx01-valor-pago * sinal.
           move "BX" to sm01-tipo.
           move bx01-liquidacao to dias-comp.
           perform rot-competencia thru rot-competencia-fim.
           move fc-comp-reg to sm01-competencia.
           perform rot-acumula thru rot-acumula-fim.
      *
      *    Contas a pagar: emissao e carteira por vencimento
      *
       rot-soma-re01.
           move imagem to reg-re01.
           move spaces to sm01-chave.
           move 0 to sm01-data sm01-entidade sm01-operacao
                     sm01-ccusto sm01-portador.
           if re01-entidade numeric
              move re01-entidade to sm01-entidade
           end-if.
           if re01-operacao numeric
              move re01-operacao to sm01-operacao
           end-if.
           if re01-ccusto numeric
              move re01-ccusto to sm01-ccusto
           end-if.
           if re01-portador numeric
              move re01-portador to sm01-portador
           end-if.
           move sinal to dif-qtd.
           compute dif-valor = re01-valor * sinal.
           move 0 to dif-pago.
      *
           move "PE" to sm01-tipo.
           move re01-emissao to dias-comp.
           perform rot-competencia thru rot-competencia-fim.
           move fc-comp-reg to sm01-competencia.
           perform rot-acumula thru rot-acumula-fim.
      *
           move "PA" to sm01-tipo.
           move re01-vencimento to dias-comp sm01-data.
           perform rot-competencia thru rot-competencia-fim.
           move fc-comp-reg to sm01-competencia.
           if re01-evento not = low-values
              move re01-evento to sm01-evento
           end-if.
           perform rot-acumula thru rot-acumula-fim.
      *
       rot-soma-be01.
           move imagem to reg-be01.
           move spaces to sm01-chave.
           move 0 to sm01-data sm01-entidade sm01-operacao
                     sm01-ccusto sm01-portador.
           if be01-entidade numeric
              move be01-entidade to sm01-entidade
           end-if.
           if be01-operacao numeric
              move be01-operacao to sm01-operacao
           end-if.
           if be01-ccusto numeric
              move be01-ccusto to sm01-ccusto
           end-if.
           if be01-portador numeric
              move be01-portador to sm01-portador
           end-if.
           move be01-situacao to sm01-classe.
           move sinal to dif-qtd.
           compute dif-valor = be01-valor * sinal.
           compute dif-pago = be01-valor-pago * sinal.
           move "PB" to sm01-tipo.
           move be01-liquidacao to dias-comp.
           perform rot-competencia thru rot-competencia-fim.
           move fc-comp-reg to sm01-competencia.
           perform rot-acumula thru rot-acumula-fim.
      *
      *    Livro caixa: so entradas e saidas (o "F" e o saldo do
      *    fechamento do dia, nao movimento)
      *
       rot-soma-cx01.
           move imagem to reg-cx01.
           if cx01-tipo not = "E" and "S"
              go to rot-soma-cx01-fim
           end-if.
           move spaces to sm01-chave.
           move 0 to sm01-data sm01-entidade sm01-operacao
                     sm01-ccusto sm01-portador.
           if cx01-entidade numeric
              move cx01-entidade to sm01-entidade
           end-if.
           if cx01-operacao numeric
              move cx01-operacao to sm01-operacao
           end-if.
           if cx01-ccusto numeric
              move cx01-ccusto to sm01-ccusto
           end-if.
           move cx01-tipo to sm01-classe.
           move sinal to dif-qtd.
           compute dif-valor = cx01-valor * sinal.
           move 0 to dif-pago.
           move "CX" to sm01-tipo.
           move cx01-data-mov to dias-comp.
           perform rot-competencia thru rot-competencia-fim.
           move fc-comp-reg to sm01-competencia.
           perform rot-acumula thru rot-acumula-fim.
       rot-soma-cx01-fim.
           exit.
      *
      *    Soma as diferencas no registro da chave montada em
      *    sm01-chave; total zerado sai do arquivo
      *
       rot-acumula.
           move sm01-chave to chave-sm.
           perform rot-le-sm01-trava.
           if erro not = 0
              move spaces to reg-sm01
              move chave-sm to sm01-chave
              move dif-qtd to sm01-quantidade
              move dif-valor to sm01-valor
              move dif-pago to sm01-valor-pago
              write reg-sm01 invalid key
                    go to rot-acumula
              end-write
              go to rot-acumula-fim
           end-if.
           add dif-qtd to sm01-quantidade.
           add dif-valor to sm01-valor.
           add dif-pago to sm01-valor-pago.
           if sm01-quantidade = 0 and sm01-valor = 0 and
              sm01-valor-pago = 0
              delete arqsm01 record
           else
              rewrite reg-sm01
           end-if.
           unlock arqsm01 record.
       rot-acumula-fim.
           exit.
      *
      *    Competencia (aa/mm) de dias-comp, na mesma convencao
      *    do pgct01 / pgct02
      *
       rot-competencia.
           divide dias-comp by 360
                  giving fc-reg-ano remainder fc-resto.
           if fc-resto = 0
              move 11 to fc-reg-mes
              subtract 1 from fc-reg-ano
              go to rot-competencia-fim
           end-if.
           if fc-resto < 31
              move 12 to fc-reg-mes
              subtract 1 from fc-reg-ano
              go to rot-competencia-fim
           end-if.
           divide fc-resto by 30
                  giving fc-reg-mes remainder fc-resto.
           if fc-resto = 0
              subtract 1 from fc-reg-mes
           end-if.
       rot-competencia-fim.
           exit.
      *
       rot-le-sm01-trava.
           move 0 to erro.
           read arqsm01 with kept lock invalid key
                move 1 to erro
           end-read.
           if sm01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-sm01-trava
           end-if.
