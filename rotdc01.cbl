      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  ROTDC01      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Rotina de desconto por pagamento antecipado: opcao "C"     *
      *  devolve a regra de desconto da operacao do titulo          *
      *  (tabela tipo 38 - percentual, dias antes do vencimento e   *
      *  conta contabil do desconto concedido), a data limite, o    *
      *  valor do desconto e se a data de pagamento informada da    *
      *  direito a ele (pagamento ate a data limite). Titulo sem    *
      *  vencimento ou operacao sem regra nao tem desconto. O       *
      *  ARQTABL fica aberto entre chamadas p/ uso em lote; opcao   *
      *  "F" fecha :                                                *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. rotdc01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
       data division.
       file section.
      *
       copy fdtabl.lib.
      *
       working-storage section.
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
       01 erro                         pic 9(01) value 0.
      *
      *    Datas em dias corridos com a virada do seculo (anos
      *    abaixo de 50 sao 20xx), p/ comparar pagamento e limite
      *
       01 sec-ano                      pic 9(03) value 0.
       01 sec-limite                   pic 9(06) value 0.
       01 sec-pagamento                pic 9(06) value 0.
      *
       linkage section.
      *
       01 campo-desconto.
          02 dc-par-opcao              pic x(01).
          02 dc-par-operacao           pic 9(03).
          02 dc-par-vencimento         pic 9(06).
          02 dc-par-valor              pic 9(11)v9(02).
          02 dc-par-pagamento          pic 9(06).
          02 dc-par-percentual         pic 9(02)v9(02).
          02 dc-par-dias               pic 9(03).
          02 dc-par-conta              pic 9(05).
          02 dc-par-limite             pic 9(06).
          02 dc-par-desconto           pic 9(09)v9(02).
          02 dc-par-achou              pic x(01).
          02 dc-par-aplica             pic x(01).
      *
       procedure division using campo-desconto.
      *
       inicio.
           if dc-par-opcao = "F"
              perform rot-fecha
              go to fim-rotdc01
           end-if.
           move 0 to dc-par-percentual dc-par-dias dc-par-conta
                     dc-par-limite dc-par-desconto.
           move "N" to dc-par-achou dc-par-aplica.
           if dc-par-vencimento = 0 or dc-par-valor = 0
              go to fim-rotdc01
           end-if.
           if tabl-stat not = "A"
              open input arqtabl
              if tabl-status not = "00"
                 go to fim-rotdc01
              end-if
              move "A" to tabl-stat
           end-if.
      *
      *    Regra da operacao (tipo 38): resto(1:4) percentual
      *    99v99, resto(5:3) dias antes do vencimento, resto(8:5)
      *    conta contabil do desconto concedido
      *
           move "38" to tabl-tipo.
           move spaces to tabl-codigo.
           move dc-par-operacao to tabl-codigo(1:3).
           move 0 to erro.
           read arqtabl invalid key
                move 1 to erro
           end-read.
           if erro not = 0
              go to fim-rotdc01
           end-if.
           if tabl-resto(1:12) not numeric
              go to fim-rotdc01
           end-if.
           move tabl-resto(1:4) to dc-par-percentual.
           move tabl-resto(5:3) to dc-par-dias.
           move tabl-resto(8:5) to dc-par-conta.
           if dc-par-percentual = 0
              go to fim-rotdc01
           end-if.
           move "S" to dc-par-achou.
           if dc-par-vencimento > dc-par-dias
              compute dc-par-limite = dc-par-vencimento - dc-par-dias
           else
              move 0 to dc-par-limite
           end-if.
           compute dc-par-desconto rounded =
                   dc-par-valor * dc-par-percentual / 100.
           if dc-par-pagamento = 0 or dc-par-limite = 0
              go to fim-rotdc01
           end-if.
           move dc-par-limite to sec-limite.
           divide dc-par-limite by 360 giving sec-ano.
           if sec-ano < 50
              add 36000 to sec-limite
           end-if.
           move dc-par-pagamento to sec-pagamento.
           divide dc-par-pagamento by 360 giving sec-ano.
           if sec-ano < 50
              add 36000 to sec-pagamento
           end-if.
           if sec-pagamento not > sec-limite
              move "S" to dc-par-aplica
           end-if.
      *
       fim-rotdc01.
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
       rot-fecha.
           if tabl-stat = "A"
              close arqtabl
              move "F" to tabl-stat
           end-if.
